      ******************************************************************PGM0130
       IDENTIFICATION                  DIVISION.                        PGM0130
      ******************************************************************PGM0130
       PROGRAM-ID. PGM0130.                                             PGM0130
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0130
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0130
       DATE-COMPILED.                                                   PGM0130
      ******************************************************************PGM0130
      *REMARKS.                                                         PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     *#NOME     : PGM0130                                       *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     *#TIPO     : ONLINE                                        *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     *#FUNCAO   : APROVACAO EM DUPLO CONTROLE DAS SOLICITACOES  *PGM0130
      *     *            PENDENTES GRAVADAS PELO PGM0104 NA FILA       *PGM0130
      *     *            EPENDEN (SYS117): ALTERACAO DE NOME OU        *PGM0130
      *     *            CPF/CNPJ, INATIVACAO E EXCLUSAO. EXIBE AS     *PGM0130
      *     *            IMAGENS ANTES E PROPOSTA LADO A LADO E UM     *PGM0130
      *     *            SUPERVISOR DIFERENTE DO SOLICITANTE APROVA OU *PGM0130
      *     *            REJEITA COM MOTIVO. SO A APROVACAO ATUALIZA O *PGM0130
      *     *            CADASTRO (SYS010) E O JOURNAL (SYS070)        *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0130
      *     *              - APROVACAO DE SOLICITACOES PENDENTES       *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0130
      *     *              - ALTERACAO APROVADA QUE MUDA O ENDERECO    *PGM0130
      *     *              - ENCERRA A DEVOLUCAO DOS CORREIOS EM       *PGM0130
      *     *              - ABERTO DO CLIENTE (EDEVOL - SYS118)       *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0130
      *     *              - DECISAO GRAVADA NA FILA ANTES DO CADASTRO *PGM0130
      *     *              - (REABRE SE O CLIENTE FALHAR) E STATUS DO  *PGM0130
      *     *              - JOURNAL CONFERIDO NA GRAVACAO             *PGM0130
      *     *----------------------------------------------------------*PGM0130
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0130
      *     *              - NOME E RUA INTEIROS NA COMPARACAO E       *PGM0130
      *     *              - COMPLEMENTO ANTES/DEPOIS EXIBIDO          *PGM0130
      *     *----------------------------------------------------------*PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       ENVIRONMENT                     DIVISION.                        PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       CONFIGURATION                   SECTION.                         PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
       SPECIAL-NAMES.                                                   PGM0130
           DECIMAL-POINT IS COMMA.                                      PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       INPUT-OUTPUT                    SECTION.                         PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
       FILE-CONTROL.                                                    PGM0130
           SELECT ECADCLI ASSIGN TO SYS010                              PGM0130
                  ORGANIZATION IS INDEXED                               PGM0130
                  ACCESS    MODE IS DYNAMIC                             PGM0130
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0130
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0130
                            WITH DUPLICATES                             PGM0130
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0130
      *                                                                 PGM0130
           SELECT SJORNAL ASSIGN TO SYS070                              PGM0130
                  FILE    STATUS IS WS-FS-SJORNAL.                      PGM0130
      *                                                                 PGM0130
           SELECT EPENDEN ASSIGN TO SYS117                              PGM0130
                  ORGANIZATION IS INDEXED                               PGM0130
                  ACCESS    MODE IS DYNAMIC                             PGM0130
                  RECORD    KEY IS FD-PD-NUMERO                         PGM0130
                  ALTERNATE RECORD KEY IS FD-PD-CODIGO                  PGM0130
                            WITH DUPLICATES                             PGM0130
                  FILE    STATUS IS WS-FS-EPENDEN.                      PGM0130
      *                                                                 PGM0130
           SELECT EDEVOL  ASSIGN TO SYS118                              PGM0130
                  ORGANIZATION IS INDEXED                               PGM0130
                  ACCESS    MODE IS DYNAMIC                             PGM0130
                  RECORD    KEY IS FD-DV-CHAVE                          PGM0130
                  FILE    STATUS IS WS-FS-EDEVOL.                       PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       DATA                            DIVISION.                        PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       FILE                            SECTION.                         PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
       FD  ECADCLI                                                      PGM0130
           BLOCK     CONTAINS 0  RECORDS                                PGM0130
           RECORDING MODE     IS F                                      PGM0130
           LABEL     RECORD   IS STANDARD.                              PGM0130
           COPY CADCLI.                                                 PGM0130
      *                                                                 PGM0130
       FD  SJORNAL                                                      PGM0130
           BLOCK     CONTAINS 0  RECORDS                                PGM0130
           RECORDING MODE     IS F                                      PGM0130
           LABEL     RECORD   IS STANDARD.                              PGM0130
           COPY CADJRN.                                                 PGM0130
      *                                                                 PGM0130
       FD  EPENDEN                                                      PGM0130
           BLOCK     CONTAINS 0  RECORDS                                PGM0130
           RECORDING MODE     IS F                                      PGM0130
           LABEL     RECORD   IS STANDARD.                              PGM0130
           COPY CADPEN.                                                 PGM0130
      *                                                                 PGM0130
       FD  EDEVOL                                                       PGM0130
           BLOCK     CONTAINS 0  RECORDS                                PGM0130
           RECORDING MODE     IS F                                      PGM0130
           LABEL     RECORD   IS STANDARD.                              PGM0130
           COPY CADDEV.                                                 PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       WORKING-STORAGE                 SECTION.                         PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       77  FILLER                  PIC     X(32)         VALUE          PGM0130
           'III WORKING-STORAGE SECTION III'.                           PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    AREA DE FILE STATUS                                         *PGM0130
      ******************************************************************PGM0130
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0130
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0130
       77  WS-FS-SJORNAL           PIC     X(02)         VALUE ZEROS.   PGM0130
       77  WS-SW-SJORNAL-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-SJORNAL-ABERTO                         VALUE 'S'.     PGM0130
       77  WS-FS-EPENDEN           PIC     X(02)         VALUE ZEROS.   PGM0130
       77  WS-SW-EPENDEN-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-EPENDEN-ABERTO                         VALUE 'S'.     PGM0130
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0130
       77  WS-SW-EDEVOL-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-EDEVOL-ABERTO                          VALUE 'S'.     PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    AREA DO JOURNAL DE ATUALIZACOES (SYS070)                    *PGM0130
      ******************************************************************PGM0130
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0130
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0130
       01  WS-JR-OPERACAO          PIC     X(01)         VALUE SPACES.  PGM0130
       01  WS-IMAGEM-ANTES         PIC     X(227)        VALUE SPACES.  PGM0130
       01  WS-IMAGEM-DEPOIS        PIC     X(227)        VALUE SPACES.  PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    IMAGENS ANTES E PROPOSTA DA SOLICITACAO, COM OS CAMPOS DO   *PGM0130
      *    REGISTRO DE CLIENTE PARA A EXIBICAO LADO A LADO             *PGM0130
      ******************************************************************PGM0130
       01  WS-IMG-ANTES            PIC     X(227)        VALUE SPACES.  PGM0130
       01  WS-IMG-ANTES-R          REDEFINES WS-IMG-ANTES.              PGM0130
           03  WS-AN-CODIGO        PIC     9(06).                       PGM0130
           03  WS-AN-NOME          PIC     X(40).                       PGM0130
           03  WS-AN-RUA           PIC     X(30).                       PGM0130
           03  WS-AN-NUMERO        PIC     X(05).                       PGM0130
           03  WS-AN-COMPLEMENTO   PIC     X(15).                       PGM0130
           03  WS-AN-CEP           PIC     9(09).                       PGM0130
           03  WS-AN-BAIRRO        PIC     X(20).                       PGM0130
           03  WS-AN-CIDADE        PIC     X(20).                       PGM0130
           03  WS-AN-ESTADO        PIC     X(02).                       PGM0130
           03  WS-AN-DDD-RES       PIC     9(03).                       PGM0130
           03  WS-AN-NUM-RES       PIC     9(08).                       PGM0130
           03  WS-AN-DDD-CEL       PIC     9(03).                       PGM0130
           03  WS-AN-NUM-CEL       PIC     9(08).                       PGM0130
           03  WS-AN-DDD-COM       PIC     9(03).                       PGM0130
           03  WS-AN-NUM-COM       PIC     9(08).                       PGM0130
           03  WS-AN-PESSOA        PIC     9(01).                       PGM0130
           03  WS-AN-CPF-CNPJ      PIC     9(15).                       PGM0130
           03  WS-AN-SITUACAO      PIC     X(01).                       PGM0130
           03  WS-AN-DT-INATIVACAO PIC     9(08).                       PGM0130
           03  FILLER              PIC     X(22).                       PGM0130
      *                                                                 PGM0130
       01  WS-IMG-DEPOIS           PIC     X(227)        VALUE SPACES.  PGM0130
       01  WS-IMG-DEPOIS-R         REDEFINES WS-IMG-DEPOIS.             PGM0130
           03  WS-DP-CODIGO        PIC     9(06).                       PGM0130
           03  WS-DP-NOME          PIC     X(40).                       PGM0130
           03  WS-DP-RUA           PIC     X(30).                       PGM0130
           03  WS-DP-NUMERO        PIC     X(05).                       PGM0130
           03  WS-DP-COMPLEMENTO   PIC     X(15).                       PGM0130
           03  WS-DP-CEP           PIC     9(09).                       PGM0130
           03  WS-DP-BAIRRO        PIC     X(20).                       PGM0130
           03  WS-DP-CIDADE        PIC     X(20).                       PGM0130
           03  WS-DP-ESTADO        PIC     X(02).                       PGM0130
           03  WS-DP-DDD-RES       PIC     9(03).                       PGM0130
           03  WS-DP-NUM-RES       PIC     9(08).                       PGM0130
           03  WS-DP-DDD-CEL       PIC     9(03).                       PGM0130
           03  WS-DP-NUM-CEL       PIC     9(08).                       PGM0130
           03  WS-DP-DDD-COM       PIC     9(03).                       PGM0130
           03  WS-DP-NUM-COM       PIC     9(08).                       PGM0130
           03  WS-DP-PESSOA        PIC     9(01).                       PGM0130
           03  WS-DP-CPF-CNPJ      PIC     9(15).                       PGM0130
           03  WS-DP-SITUACAO      PIC     X(01).                       PGM0130
           03  WS-DP-DT-INATIVACAO PIC     9(08).                       PGM0130
           03  FILLER              PIC     X(22).                       PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    AREA DE CONTROLE DA TELA DE APROVACAO                       *PGM0130
      ******************************************************************PGM0130
       77  WS-CT-ETAPA             PIC     9(01)         VALUE 1.       PGM0130
           88  WS-ETAPA-SELECAO                          VALUE 1.       PGM0130
           88  WS-ETAPA-COMPARA                          VALUE 2.       PGM0130
           88  WS-ETAPA-DECISAO                          VALUE 3.       PGM0130
      *                                                                 PGM0130
       01  WS-SW-SAIR              PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-FIM-PROGRAMA                           VALUE 'S'.     PGM0130
      *                                                                 PGM0130
       01  WS-TECLA                PIC     X(02).                       PGM0130
           88  WS-BAIXO                                  VALUE '00'.    PGM0130
           88  WS-ESC                                    VALUE '01'.    PGM0130
           88  WS-PF12                                   VALUE '93'.    PGM0130
           88  WS-CIMA                                   VALUE '99'.    PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    SOLICITACAO SELECIONADA E DECISAO DO SUPERVISOR             *PGM0130
      ******************************************************************PGM0130
       01  WS-SL-NUMERO            PIC     9(08)         VALUE ZEROS.   PGM0130
       01  WS-SL-CODIGO            PIC     9(06)         VALUE ZEROS.   PGM0130
       01  WS-DS-OPERACAO          PIC     X(10)         VALUE SPACES.  PGM0130
       01  WS-DS-SITUACAO          PIC     X(09)         VALUE SPACES.  PGM0130
       01  WS-DC-DECISAO           PIC     X(01)         VALUE SPACES.  PGM0130
           88  WS-DC-APROVA                              VALUE 'A'.     PGM0130
           88  WS-DC-REJEITA                             VALUE 'R'.     PGM0130
       01  WS-DC-MOTIVO            PIC     X(40)         VALUE SPACES.  PGM0130
      *                                                                 PGM0130
      *    O CADASTRO SO PODE SER ATUALIZADO SE O CLIENTE AINDA ESTIVER PGM0130
      *    IGUAL A IMAGEM ANTES GRAVADA NA SOLICITACAO                  PGM0130
       01  WS-SW-DIVERGE           PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-CADASTRO-DIVERGE                       VALUE 'S'.     PGM0130
       01  WS-SW-ACHOU             PIC     X(01)         VALUE 'N'.     PGM0130
           88  WS-ACHOU-PENDENTE                         VALUE 'S'.     PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    AREA DE AUXILIARES                                          *PGM0130
      ******************************************************************PGM0130
       01  WS-MSG-ECADCLI          PIC     X(19)         VALUE          PGM0130
           ' DO ARQUIVO ECADCLI'.                                       PGM0130
      *                                                                 PGM0130
       01  WS-MSG-TELA             PIC     X(70)         VALUE SPACES.  PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       77  FILLER                  PIC     X(32)         VALUE          PGM0130
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    AREA DE LINKAGE                                             *PGM0130
      ******************************************************************PGM0130
           COPY SAIDA.                                                  PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       LINKAGE                         SECTION.                         PGM0130
      ******************************************************************PGM0130
           COPY SAIDAL.                                                 PGM0130
      *                                                                 PGM0130
       01  LK-OPERADOR             PIC     X(08).                       PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       SCREEN                          SECTION.                         PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    BORDAS                                                      *PGM0130
      ******************************************************************PGM0130
       01  SC-TELA.                                                     PGM0130
           03  BLANK SCREEN FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.      PGM0130
           03  SC-BR-SUPERIOR1.                                         PGM0130
               05  LINE 02 COLUMN 02                     VALUE          PGM0130
                   '+---------------------------------------------------PGM0130
      -            '-------------------------+'.                        PGM0130
           03  SC-BR-SUPERIOR2.                                         PGM0130
               05  LINE 04 COLUMN 02                     VALUE          PGM0130
                   '----------------------------------------------------PGM0130
      -            '-------------------------'.                         PGM0130
           03  SC-BR-ESQUERDA.                                          PGM0130
               05  LINE 03 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 04 COLUMN 02                     VALUE '+'.     PGM0130
               05  LINE 05 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 06 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 07 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 08 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 09 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 10 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 11 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 12 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 13 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 14 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 15 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 16 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 17 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 18 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 19 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 20 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 21 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 22 COLUMN 02                     VALUE '|'.     PGM0130
               05  LINE 23 COLUMN 02                     VALUE '|'.     PGM0130
           03  SC-BR-DIREITA.                                           PGM0130
               05  LINE 03 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 04 COLUMN 79                     VALUE '+'.     PGM0130
               05  LINE 05 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 06 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 07 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 08 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 09 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 10 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 11 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 12 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 13 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 14 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 15 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 16 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 17 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 18 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 19 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 20 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 21 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 22 COLUMN 79                     VALUE '|'.     PGM0130
               05  LINE 23 COLUMN 79                     VALUE '|'.     PGM0130
           03  SC-BR-INFERIOR.                                          PGM0130
               05  LINE 24 COLUMN 02                     VALUE          PGM0130
                   '+---------------------------------------------------PGM0130
      -            '-------------------------+'.                        PGM0130
           03  SC-TX-TITULO.                                            PGM0130
               05  LINE 03 COLUMN 14                     VALUE          PGM0130
                   'A P R O V A C A O   D E   S O L I C I T A C O E S'. PGM0130
           03  SC-TX-SAIR.                                              PGM0130
               05  LINE 23 COLUMN 68                     VALUE          PGM0130
                   'ESC - SAIR'.                                        PGM0130
           03  SC-TX-MSG.                                               PGM0130
               05  LINE 25 COLUMN 01                     VALUE ' MSG.: 'PGM0130
                   HIGHLIGHT FOREGROUND-COLOR 6 BACKGROUND-COLOR 4.     PGM0130
               05  LINE 25 COLUMN 08 PIC X(70) FROM WS-MSG-TELA         PGM0130
                   HIGHLIGHT FOREGROUND-COLOR 6 BACKGROUND-COLOR 4.     PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    LEGENDAS DA ETAPA DE SELECAO DA SOLICITACAO                 *PGM0130
      ******************************************************************PGM0130
       01  SC-TELA-SEL.                                                 PGM0130
           03  SC-TX-SELECAO.                                           PGM0130
               05  LINE 06 COLUMN 04                     VALUE          PGM0130
                   'NUMERO DA SOLICITACAO.......: '.                    PGM0130
               05  LINE 08 COLUMN 04                     VALUE          PGM0130
                   '(ZEROS - PROXIMA SOLICITACAO PENDENTE)'.            PGM0130
           03  SC-TX-LEGSEL.                                            PGM0130
               05  LINE 23 COLUMN 04                     VALUE          PGM0130
                   'ENTER - EXIBIR'.                                    PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    LEGENDAS DA ETAPA DE COMPARACAO LADO A LADO                 *PGM0130
      ******************************************************************PGM0130
       01  SC-TELA-CMP.                                                 PGM0130
           03  SC-TX-CABECALHO.                                         PGM0130
               05  LINE 05 COLUMN 04                     VALUE          PGM0130
                   'SOLICITACAO/OPERACAO:'.                             PGM0130
               05  LINE 05 COLUMN 53                     VALUE          PGM0130
                   'POR:'.                                              PGM0130
               05  LINE 06 COLUMN 04                     VALUE          PGM0130
                   'DATA/HORA/SITUACAO..:'.                             PGM0130
           03  SC-TX-COLUNAS.                                           PGM0130
               05  LINE 07 COLUMN 04                     VALUE          PGM0130
                   'CAMPO'.                                             PGM0130
               05  LINE 07 COLUMN 26                     VALUE          PGM0130
                   'ANTES'.                                             PGM0130
               05  LINE 07 COLUMN 53                     VALUE          PGM0130
                   'DEPOIS (PROPOSTO)'.                                 PGM0130
           03  SC-TX-ROTULOS.                                           PGM0130
               05  LINE 08 COLUMN 04                     VALUE          PGM0130
                   'CODIGO..............:'.                             PGM0130
               05  LINE 09 COLUMN 04                     VALUE          PGM0130
                   'NOME - ANTES........:'.                             PGM0130
               05  LINE 10 COLUMN 04                     VALUE          PGM0130
                   'NOME - DEPOIS.......:'.                             PGM0130
               05  LINE 11 COLUMN 04                     VALUE          PGM0130
                   'RUA - ANTES.........:'.                             PGM0130
               05  LINE 12 COLUMN 04                     VALUE          PGM0130
                   'RUA - DEPOIS........:'.                             PGM0130
               05  LINE 13 COLUMN 04                     VALUE          PGM0130
                   'NUMERO/COMPLEMENTO..:'.                             PGM0130
               05  LINE 14 COLUMN 04                     VALUE          PGM0130
                   'CEP.................:'.                             PGM0130
               05  LINE 15 COLUMN 04                     VALUE          PGM0130
                   'BAIRRO..............:'.                             PGM0130
               05  LINE 16 COLUMN 04                     VALUE          PGM0130
                   'CIDADE..............:'.                             PGM0130
               05  LINE 17 COLUMN 04                     VALUE          PGM0130
                   'ESTADO (UF).........:'.                             PGM0130
               05  LINE 18 COLUMN 04                     VALUE          PGM0130
                   'DDD/TEL RESIDENCIAL.:'.                             PGM0130
               05  LINE 19 COLUMN 04                     VALUE          PGM0130
                   'DDD/TEL CELULAR.....:'.                             PGM0130
               05  LINE 20 COLUMN 04                     VALUE          PGM0130
                   'DDD/TEL COMERCIAL...:'.                             PGM0130
               05  LINE 21 COLUMN 04                     VALUE          PGM0130
                   'PESSOA(1/2)/CPF-CNPJ:'.                             PGM0130
               05  LINE 22 COLUMN 04                     VALUE          PGM0130
                   'SITUACAO/DT INATIV..:'.                             PGM0130
           03  SC-TX-LEGCMP.                                            PGM0130
               05  LINE 23 COLUMN 04                     VALUE          PGM0130
                   'F12 - APROVAR/REJEITAR'.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    LEGENDAS DA ETAPA DE DECISAO DO SUPERVISOR                  *PGM0130
      ******************************************************************PGM0130
       01  SC-TELA-DEC.                                                 PGM0130
           03  SC-TX-DECISAO.                                           PGM0130
               05  LINE 06 COLUMN 04                     VALUE          PGM0130
                   'SOLICITACAO.................: '.                    PGM0130
               05  LINE 07 COLUMN 04                     VALUE          PGM0130
                   'OPERACAO....................: '.                    PGM0130
               05  LINE 08 COLUMN 04                     VALUE          PGM0130
                   'CLIENTE.....................: '.                    PGM0130
               05  LINE 09 COLUMN 04                     VALUE          PGM0130
                   'SOLICITANTE.................: '.                    PGM0130
               05  LINE 11 COLUMN 04                     VALUE          PGM0130
                   'DECISAO (A-APROVA/R-REJEITA): '.                    PGM0130
               05  LINE 13 COLUMN 04                     VALUE          PGM0130
                   'MOTIVO......................: '.                    PGM0130
           03  SC-TX-LEGDEC.                                            PGM0130
               05  LINE 23 COLUMN 04                     VALUE          PGM0130
                   'F12 - CONFIRMAR DECISAO'.                           PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
       PROCEDURE                       DIVISION USING LK-MSG            PGM0130
                                                      LK-COD-RET        PGM0130
                                                      LK-OPERADOR.      PGM0130
      ******************************************************************PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA PRINCIPAL                                            *PGM0130
      ******************************************************************PGM0130
       RTPRINCIPAL                     SECTION.                         PGM0130
      *                                                                 PGM0130
           PERFORM RTINICIALIZA.                                        PGM0130
      *                                                                 PGM0130
           IF WS-COD-RET               NOT EQUAL ZEROS                  PGM0130
               PERFORM RTFINALIZA                                       PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           PERFORM RTPROCESSA          UNTIL WS-FIM-PROGRAMA.           PGM0130
      *                                                                 PGM0130
           PERFORM RTFINALIZA.                                          PGM0130
      *                                                                 PGM0130
       RTPRINCIPALX.                   EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA DE INICIALIZACAO                                     *PGM0130
      ******************************************************************PGM0130
       RTINICIALIZA                    SECTION.                         PGM0130
      *                                                                 PGM0130
           MOVE SPACES                 TO WS-MSG.                       PGM0130
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0130
           MOVE SPACES                 TO WS-MSG-TELA.                  PGM0130
           MOVE 1                      TO WS-CT-ETAPA.                  PGM0130
           MOVE 'N'                    TO WS-SW-SAIR.                   PGM0130
      *                                                                 PGM0130
           OPEN I-O    ECADCLI.                                         PGM0130
      *                                                                 PGM0130
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0130
               SET WS-ECADCLI-ABERTO   TO TRUE                          PGM0130
           ELSE                                                         PGM0130
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0130
               STRING '#PGM0130.901I - ERRO NA ABERTURA'                PGM0130
                      WS-MSG-ECADCLI                                    PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG                      PGM0130
               GO TO RTINICIALIZAX                                      PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           OPEN I-O    EPENDEN.                                         PGM0130
      *                                                                 PGM0130
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0130
               SET WS-EPENDEN-ABERTO   TO TRUE                          PGM0130
           ELSE                                                         PGM0130
               MOVE   WS-FS-EPENDEN    TO WS-COD-RET                    PGM0130
               STRING '#PGM0130.902I - FILA DE SOLICITACOES (SYS117) IN'PGM0130
                      'DISPONIVEL! FILE STATUS = ' WS-FS-EPENDEN        PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG                      PGM0130
               GO TO RTINICIALIZAX                                      PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           PERFORM RTABREJORNAL.                                        PGM0130
      *                                                                 PGM0130
      *    O CADASTRO DE DEVOLUCOES E OPCIONAL: SEM ELE NAO HA          PGM0130
      *    DEVOLUCAO DOS CORREIOS A ENCERRAR NA APROVACAO               PGM0130
           OPEN I-O    EDEVOL.                                          PGM0130
      *                                                                 PGM0130
           IF WS-FS-EDEVOL             EQUAL ZEROS                      PGM0130
               SET WS-EDEVOL-ABERTO    TO TRUE                          PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTINICIALIZAX.                  EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE ABRE O JOURNAL DE ATUALIZACOES (SYS070). SEM O   *PGM0130
      *    JOURNAL DISPONIVEL A APROVACAO NAO E PERMITIDA              *PGM0130
      ******************************************************************PGM0130
       RTABREJORNAL                    SECTION.                         PGM0130
      *                                                                 PGM0130
           OPEN EXTEND SJORNAL.                                         PGM0130
      *                                                                 PGM0130
      *    A CRIACAO SO E PERMITIDA QUANDO O ARQUIVO NAO EXISTE (35).  *PGM0130
      *    QUALQUER OUTRA FALHA NAO PODE REGRAVAR O JOURNAL EXISTENTE  *PGM0130
           IF WS-FS-SJORNAL            EQUAL '35'                       PGM0130
               OPEN OUTPUT SJORNAL                                      PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-FS-SJORNAL            EQUAL ZEROS                      PGM0130
               SET WS-SJORNAL-ABERTO   TO TRUE                          PGM0130
           ELSE                                                         PGM0130
               MOVE   WS-FS-SJORNAL    TO WS-COD-RET                    PGM0130
               STRING '#PGM0130.903I - ERRO NA ABERTURA DO JOURNAL'     PGM0130
                      '! FILE STATUS = ' WS-FS-SJORNAL                  PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG                      PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTABREJORNALX.                  EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA DE PROCESSAMENTO DA TELA                             *PGM0130
      ******************************************************************PGM0130
       RTPROCESSA                      SECTION.                         PGM0130
      *                                                                 PGM0130
           DISPLAY SC-TELA.                                             PGM0130
      *                                                                 PGM0130
           EVALUATE TRUE                                                PGM0130
               WHEN WS-ETAPA-SELECAO                                    PGM0130
                   PERFORM RTACEITASELECAO                              PGM0130
               WHEN WS-ETAPA-COMPARA                                    PGM0130
                   PERFORM RTEXIBECOMPARA                               PGM0130
               WHEN WS-ETAPA-DECISAO                                    PGM0130
                   PERFORM RTACEITADECISAO                              PGM0130
           END-EVALUATE.                                                PGM0130
      *                                                                 PGM0130
       RTPROCESSAX.                    EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE ACEITA O NUMERO DA SOLICITACAO                   *PGM0130
      ******************************************************************PGM0130
       RTACEITASELECAO                 SECTION.                         PGM0130
      *                                                                 PGM0130
           DISPLAY SC-TELA-SEL.                                         PGM0130
      *                                                                 PGM0130
           ACCEPT WS-SL-NUMERO         AT 0634 WITH AUTO UPDATE.        PGM0130
           ACCEPT WS-TECLA             FROM ESCAPE KEY.                 PGM0130
      *                                                                 PGM0130
           MOVE SPACES                 TO WS-MSG-TELA.                  PGM0130
      *                                                                 PGM0130
           EVALUATE WS-TECLA                                            PGM0130
               WHEN '01'                                                PGM0130
                   MOVE 'S'            TO WS-SW-SAIR                    PGM0130
               WHEN '00'                                                PGM0130
                   PERFORM RTVALIDASELECAO                              PGM0130
               WHEN OTHER                                               PGM0130
                   CONTINUE                                             PGM0130
           END-EVALUATE.                                                PGM0130
      *                                                                 PGM0130
       RTACEITASELECAOX.               EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE LOCALIZA A SOLICITACAO (OU A PROXIMA PENDENTE) E *PGM0130
      *    CONFERE O CLIENTE ATUAL CONTRA A IMAGEM ANTES GRAVADA       *PGM0130
      ******************************************************************PGM0130
       RTVALIDASELECAO                 SECTION.                         PGM0130
      *                                                                 PGM0130
           IF WS-SL-NUMERO             EQUAL ZEROS                      PGM0130
               PERFORM RTPROXIMAPENDENTE                                PGM0130
               IF WS-ACHOU-PENDENTE                                     PGM0130
                   CONTINUE                                             PGM0130
               ELSE                                                     PGM0130
                   MOVE '#PGM0130.904I - NAO HA SOLICITACAO PENDENTE.'  PGM0130
                                       TO WS-MSG-TELA                   PGM0130
                   GO TO RTVALIDASELECAOX                               PGM0130
               END-IF                                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           PERFORM RTLESOLICITACAO.                                     PGM0130
      *                                                                 PGM0130
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0130
               CONTINUE                                                 PGM0130
           ELSE                                                         PGM0130
               MOVE '#PGM0130.905I - SOLICITACAO NAO ENCONTRADA.'       PGM0130
                                       TO WS-MSG-TELA                   PGM0130
               GO TO RTVALIDASELECAOX                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           MOVE FD-PD-CODIGO           TO WS-SL-CODIGO.                 PGM0130
           MOVE FD-PD-IMAGEM-ANTES     TO WS-IMG-ANTES.                 PGM0130
           MOVE FD-PD-IMAGEM-DEPOIS    TO WS-IMG-DEPOIS.                PGM0130
      *                                                                 PGM0130
           EVALUATE TRUE                                                PGM0130
               WHEN FD-PD-ALTERACAO                                     PGM0130
                   MOVE 'ALTERACAO'    TO WS-DS-OPERACAO                PGM0130
               WHEN FD-PD-INATIVACAO                                    PGM0130
                   MOVE 'INATIVACAO'   TO WS-DS-OPERACAO                PGM0130
               WHEN FD-PD-EXCLUSAO                                      PGM0130
                   MOVE 'EXCLUSAO'     TO WS-DS-OPERACAO                PGM0130
               WHEN OTHER                                               PGM0130
                   MOVE SPACES         TO WS-DS-OPERACAO                PGM0130
           END-EVALUATE.                                                PGM0130
      *                                                                 PGM0130
           EVALUATE TRUE                                                PGM0130
               WHEN FD-PD-PENDENTE                                      PGM0130
                   MOVE 'PENDENTE'     TO WS-DS-SITUACAO                PGM0130
               WHEN FD-PD-APROVADA                                      PGM0130
                   MOVE 'APROVADA'     TO WS-DS-SITUACAO                PGM0130
               WHEN FD-PD-REJEITADA                                     PGM0130
                   MOVE 'REJEITADA'    TO WS-DS-SITUACAO                PGM0130
               WHEN OTHER                                               PGM0130
                   MOVE SPACES         TO WS-DS-SITUACAO                PGM0130
           END-EVALUATE.                                                PGM0130
      *                                                                 PGM0130
           PERFORM RTCONFERECADASTRO.                                   PGM0130
      *                                                                 PGM0130
           IF FD-PD-PENDENTE                                            PGM0130
              AND WS-CADASTRO-DIVERGE                                   PGM0130
               MOVE '#PGM0130.906I - CLIENTE ALTERADO DESDE A SOLICITACAPGM0130
      -             'O. SO REJEICAO.'  TO WS-MSG-TELA                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           MOVE 2                      TO WS-CT-ETAPA.                  PGM0130
      *                                                                 PGM0130
       RTVALIDASELECAOX.               EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE POSICIONA NA PRIMEIRA SOLICITACAO PENDENTE, EM   *PGM0130
      *    ORDEM DE NUMERO (A MAIS ANTIGA PRIMEIRO)                    *PGM0130
      ******************************************************************PGM0130
       RTPROXIMAPENDENTE               SECTION.                         PGM0130
      *                                                                 PGM0130
           MOVE 'N'                    TO WS-SW-ACHOU.                  PGM0130
           MOVE ZEROS                  TO FD-PD-NUMERO.                 PGM0130
           MOVE ZEROS                  TO WS-FS-EPENDEN.                PGM0130
      *                                                                 PGM0130
           START EPENDEN KEY NOT LESS FD-PD-NUMERO                      PGM0130
               INVALID KEY                                              PGM0130
                   MOVE '23'           TO WS-FS-EPENDEN                 PGM0130
           END-START.                                                   PGM0130
      *                                                                 PGM0130
           PERFORM RTPROXIMAPENDENTE-LE UNTIL WS-ACHOU-PENDENTE         PGM0130
                                       OR WS-FS-EPENDEN                 PGM0130
                                              NOT EQUAL ZEROS.          PGM0130
      *                                                                 PGM0130
       RTPROXIMAPENDENTEX.             EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE LE UMA SOLICITACAO NA PESQUISA DA PENDENTE       *PGM0130
      ******************************************************************PGM0130
       RTPROXIMAPENDENTE-LE            SECTION.                         PGM0130
      *                                                                 PGM0130
           READ EPENDEN NEXT                                            PGM0130
               AT END                                                   PGM0130
                   MOVE '10'           TO WS-FS-EPENDEN                 PGM0130
           END-READ.                                                    PGM0130
      *                                                                 PGM0130
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0130
               IF FD-PD-PENDENTE                                        PGM0130
                   SET WS-ACHOU-PENDENTE                                PGM0130
                                       TO TRUE                          PGM0130
                   MOVE FD-PD-NUMERO   TO WS-SL-NUMERO                  PGM0130
               END-IF                                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTPROXIMAPENDENTE-LEX.          EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE LE A SOLICITACAO SELECIONADA PELA CHAVE          *PGM0130
      ******************************************************************PGM0130
       RTLESOLICITACAO                 SECTION.                         PGM0130
      *                                                                 PGM0130
           MOVE WS-SL-NUMERO           TO FD-PD-NUMERO.                 PGM0130
           MOVE ZEROS                  TO WS-FS-EPENDEN.                PGM0130
      *                                                                 PGM0130
           READ EPENDEN                                                 PGM0130
               INVALID KEY                                              PGM0130
                   MOVE '23'           TO WS-FS-EPENDEN                 PGM0130
           END-READ.                                                    PGM0130
      *                                                                 PGM0130
       RTLESOLICITACAOX.               EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE LE O CLIENTE ATUAL E O COMPARA COM A IMAGEM ANTES*PGM0130
      *    DA SOLICITACAO. SE O CADASTRO MUDOU (OU O CLIENTE NAO EXISTE*PGM0130
      *    MAIS) A PROPOSTA FOI MONTADA SOBRE DADOS VENCIDOS           *PGM0130
      ******************************************************************PGM0130
       RTCONFERECADASTRO               SECTION.                         PGM0130
      *                                                                 PGM0130
           MOVE 'N'                    TO WS-SW-DIVERGE.                PGM0130
           MOVE WS-SL-CODIGO           TO FD-RC-CODIGO.                 PGM0130
           MOVE ZEROS                  TO WS-FS-ECADCLI.                PGM0130
      *                                                                 PGM0130
           READ ECADCLI                                                 PGM0130
               INVALID KEY                                              PGM0130
                   MOVE '23'           TO WS-FS-ECADCLI                 PGM0130
           END-READ.                                                    PGM0130
      *                                                                 PGM0130
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0130
               IF FD-REG-CADCLI        NOT EQUAL WS-IMG-ANTES           PGM0130
                   SET WS-CADASTRO-DIVERGE                              PGM0130
                                       TO TRUE                          PGM0130
               END-IF                                                   PGM0130
           ELSE                                                         PGM0130
               SET WS-CADASTRO-DIVERGE TO TRUE                          PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTCONFERECADASTROX.             EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE EXIBE AS IMAGENS ANTES E PROPOSTA LADO A LADO    *PGM0130
      ******************************************************************PGM0130
       RTEXIBECOMPARA                  SECTION.                         PGM0130
      *                                                                 PGM0130
           DISPLAY SC-TELA-CMP.                                         PGM0130
      *                                                                 PGM0130
           DISPLAY WS-SL-NUMERO        AT 0526.                         PGM0130
           DISPLAY WS-DS-OPERACAO      AT 0535.                         PGM0130
           DISPLAY FD-PD-OPERADOR      AT 0558.                         PGM0130
           DISPLAY FD-PD-DATA          AT 0626.                         PGM0130
           DISPLAY FD-PD-HORA          AT 0635.                         PGM0130
           DISPLAY WS-DS-SITUACAO      AT 0644.                         PGM0130
           IF FD-PD-PENDENTE                                            PGM0130
               CONTINUE                                                 PGM0130
           ELSE                                                         PGM0130
               DISPLAY FD-PD-APROVADOR AT 0658                          PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
      *    NOME E RUA INTEIROS, EM LINHAS ANTES/DEPOIS EMPILHADAS       PGM0130
           DISPLAY WS-AN-CODIGO        AT 0826.                         PGM0130
           DISPLAY WS-AN-NOME          AT 0926.                         PGM0130
           DISPLAY WS-AN-RUA           AT 1126.                         PGM0130
           DISPLAY WS-AN-NUMERO        AT 1326.                         PGM0130
           DISPLAY WS-AN-COMPLEMENTO   AT 1332.                         PGM0130
           DISPLAY WS-AN-CEP           AT 1426.                         PGM0130
           DISPLAY WS-AN-BAIRRO        AT 1526.                         PGM0130
           DISPLAY WS-AN-CIDADE        AT 1626.                         PGM0130
           DISPLAY WS-AN-ESTADO        AT 1726.                         PGM0130
           DISPLAY WS-AN-DDD-RES       AT 1826.                         PGM0130
           DISPLAY WS-AN-NUM-RES       AT 1830.                         PGM0130
           DISPLAY WS-AN-DDD-CEL       AT 1926.                         PGM0130
           DISPLAY WS-AN-NUM-CEL       AT 1930.                         PGM0130
           DISPLAY WS-AN-DDD-COM       AT 2026.                         PGM0130
           DISPLAY WS-AN-NUM-COM       AT 2030.                         PGM0130
           DISPLAY WS-AN-PESSOA        AT 2126.                         PGM0130
           DISPLAY WS-AN-CPF-CNPJ      AT 2128.                         PGM0130
           DISPLAY WS-AN-SITUACAO      AT 2226.                         PGM0130
           DISPLAY WS-AN-DT-INATIVACAO AT 2228.                         PGM0130
      *                                                                 PGM0130
      *    NA EXCLUSAO NAO HA IMAGEM PROPOSTA: O CLIENTE E APAGADO      PGM0130
           IF FD-PD-EXCLUSAO                                            PGM0130
               DISPLAY '** CLIENTE SERA EXCLUIDO **'                    PGM0130
                                       AT 0853                          PGM0130
           ELSE                                                         PGM0130
               DISPLAY WS-DP-CODIGO        AT 0853                      PGM0130
               DISPLAY WS-DP-NOME          AT 1026                      PGM0130
               DISPLAY WS-DP-RUA           AT 1226                      PGM0130
               DISPLAY WS-DP-NUMERO        AT 1353                      PGM0130
               DISPLAY WS-DP-COMPLEMENTO   AT 1359                      PGM0130
               DISPLAY WS-DP-CEP           AT 1453                      PGM0130
               DISPLAY WS-DP-BAIRRO        AT 1553                      PGM0130
               DISPLAY WS-DP-CIDADE        AT 1653                      PGM0130
               DISPLAY WS-DP-ESTADO        AT 1753                      PGM0130
               DISPLAY WS-DP-DDD-RES       AT 1853                      PGM0130
               DISPLAY WS-DP-NUM-RES       AT 1857                      PGM0130
               DISPLAY WS-DP-DDD-CEL       AT 1953                      PGM0130
               DISPLAY WS-DP-NUM-CEL       AT 1957                      PGM0130
               DISPLAY WS-DP-DDD-COM       AT 2053                      PGM0130
               DISPLAY WS-DP-NUM-COM       AT 2057                      PGM0130
               DISPLAY WS-DP-PESSOA        AT 2153                      PGM0130
               DISPLAY WS-DP-CPF-CNPJ      AT 2155                      PGM0130
               DISPLAY WS-DP-SITUACAO      AT 2253                      PGM0130
               DISPLAY WS-DP-DT-INATIVACAO AT 2255                      PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           ACCEPT WS-TECLA             FROM ESCAPE KEY.                 PGM0130
      *                                                                 PGM0130
           MOVE SPACES                 TO WS-MSG-TELA.                  PGM0130
      *                                                                 PGM0130
           EVALUATE WS-TECLA                                            PGM0130
               WHEN '01'                                                PGM0130
                   MOVE 1              TO WS-CT-ETAPA                   PGM0130
               WHEN '93'                                                PGM0130
                   PERFORM RTVALIDADECISOR                              PGM0130
               WHEN OTHER                                               PGM0130
                   CONTINUE                                             PGM0130
           END-EVALUATE.                                                PGM0130
      *                                                                 PGM0130
       RTEXIBECOMPARAX.                EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE CONFERE SE A SOLICITACAO PODE SER DECIDIDA PELO  *PGM0130
      *    OPERADOR: SO PENDENTES, E NUNCA PELO PROPRIO SOLICITANTE    *PGM0130
      ******************************************************************PGM0130
       RTVALIDADECISOR                 SECTION.                         PGM0130
      *                                                                 PGM0130
           IF FD-PD-PENDENTE                                            PGM0130
               CONTINUE                                                 PGM0130
           ELSE                                                         PGM0130
               MOVE '#PGM0130.907I - SOLICITACAO JA DECIDIDA.'          PGM0130
                                       TO WS-MSG-TELA                   PGM0130
               GO TO RTVALIDADECISORX                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF FD-PD-OPERADOR           EQUAL LK-OPERADOR                PGM0130
               MOVE '#PGM0130.908I - O SOLICITANTE NAO PODE DECIDIR A PRPGM0130
      -             'OPRIA SOLICITACAO.'                                PGM0130
                                       TO WS-MSG-TELA                   PGM0130
               GO TO RTVALIDADECISORX                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           MOVE SPACES                 TO WS-DC-DECISAO.                PGM0130
           MOVE SPACES                 TO WS-DC-MOTIVO.                 PGM0130
           MOVE 3                      TO WS-CT-ETAPA.                  PGM0130
      *                                                                 PGM0130
       RTVALIDADECISORX.               EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE ACEITA A DECISAO E O MOTIVO DO SUPERVISOR        *PGM0130
      ******************************************************************PGM0130
       RTACEITADECISAO                 SECTION.                         PGM0130
      *                                                                 PGM0130
           DISPLAY SC-TELA-DEC.                                         PGM0130
      *                                                                 PGM0130
           DISPLAY WS-SL-NUMERO        AT 0634.                         PGM0130
           DISPLAY WS-DS-OPERACAO      AT 0734.                         PGM0130
           DISPLAY WS-SL-CODIGO        AT 0834.                         PGM0130
           DISPLAY WS-AN-NOME (1:35)   AT 0842.                         PGM0130
           DISPLAY FD-PD-OPERADOR      AT 0934.                         PGM0130
      *                                                                 PGM0130
           ACCEPT WS-DC-DECISAO        AT 1134 WITH AUTO UPDATE.        PGM0130
           ACCEPT WS-DC-MOTIVO         AT 1334 WITH AUTO UPDATE.        PGM0130
           ACCEPT WS-TECLA             FROM ESCAPE KEY.                 PGM0130
      *                                                                 PGM0130
           MOVE SPACES                 TO WS-MSG-TELA.                  PGM0130
      *                                                                 PGM0130
           EVALUATE WS-TECLA                                            PGM0130
               WHEN '01'                                                PGM0130
                   MOVE 2              TO WS-CT-ETAPA                   PGM0130
               WHEN '93'                                                PGM0130
                   PERFORM RTGRAVADECISAO                               PGM0130
               WHEN OTHER                                               PGM0130
                   CONTINUE                                             PGM0130
           END-EVALUATE.                                                PGM0130
      *                                                                 PGM0130
       RTACEITADECISAOX.               EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE GRAVA A DECISAO. A SOLICITACAO E RELIDA PARA NAO *PGM0130
      *    DECIDIR DUAS VEZES A MESMA (OUTRO SUPERVISOR PODE TE-LA     *PGM0130
      *    DECIDIDO NESSE MEIO TEMPO) E O CLIENTE E CONFERIDO DE NOVO  *PGM0130
      *    CONTRA A IMAGEM ANTES ANTES DE APLICAR A APROVACAO          *PGM0130
      ******************************************************************PGM0130
       RTGRAVADECISAO                  SECTION.                         PGM0130
      *                                                                 PGM0130
           IF WS-DC-APROVA OR WS-DC-REJEITA                             PGM0130
               CONTINUE                                                 PGM0130
           ELSE                                                         PGM0130
               MOVE '#PGM0130.909I - DECISAO INVALIDA (A/R).'           PGM0130
                                       TO WS-MSG-TELA                   PGM0130
               GO TO RTGRAVADECISAOX                                    PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-DC-MOTIVO             EQUAL SPACES                     PGM0130
               MOVE '#PGM0130.910I - INFORMAR O MOTIVO DA DECISAO.'     PGM0130
                                       TO WS-MSG-TELA                   PGM0130
               GO TO RTGRAVADECISAOX                                    PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           PERFORM RTLESOLICITACAO.                                     PGM0130
      *                                                                 PGM0130
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0130
              AND FD-PD-PENDENTE                                        PGM0130
               CONTINUE                                                 PGM0130
           ELSE                                                         PGM0130
               MOVE '#PGM0130.907I - SOLICITACAO JA DECIDIDA.'          PGM0130
                                       TO WS-MSG-TELA                   PGM0130
               MOVE 1                  TO WS-CT-ETAPA                   PGM0130
               GO TO RTGRAVADECISAOX                                    PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-DC-APROVA                                              PGM0130
               PERFORM RTCONFERECADASTRO                                PGM0130
               IF WS-CADASTRO-DIVERGE                                   PGM0130
                   MOVE '#PGM0130.906I - CLIENTE ALTERADO DESDE A SOLICIPGM0130
      -                 'TACAO. SO REJEICAO.'                           PGM0130
                                       TO WS-MSG-TELA                   PGM0130
                   GO TO RTGRAVADECISAOX                                PGM0130
               END-IF                                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
      *    A DECISAO E GRAVADA ANTES DE TOCAR NO CADASTRO: SE A FILA    PGM0130
      *    NAO PUDER SER ATUALIZADA O CLIENTE FICA COMO ESTAVA          PGM0130
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0130
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0130
      *                                                                 PGM0130
           MOVE WS-DC-DECISAO          TO FD-PD-SITUACAO.               PGM0130
           MOVE LK-OPERADOR            TO FD-PD-APROVADOR.              PGM0130
           MOVE WS-DATA-MAQ            TO FD-PD-DT-DECISAO.             PGM0130
           MOVE WS-HORA-MAQ            TO FD-PD-HR-DECISAO.             PGM0130
           MOVE WS-DC-MOTIVO           TO FD-PD-MOTIVO.                 PGM0130
           MOVE ZEROS                  TO WS-FS-EPENDEN.                PGM0130
      *                                                                 PGM0130
           REWRITE FD-REG-PENDEN                                        PGM0130
               INVALID KEY                                              PGM0130
                   MOVE '23'           TO WS-FS-EPENDEN                 PGM0130
           END-REWRITE.                                                 PGM0130
      *                                                                 PGM0130
           IF WS-FS-EPENDEN            NOT EQUAL ZEROS                  PGM0130
               STRING '#PGM0130.912I - ERRO NA GRAVACAO DA DECISAO! FIL'PGM0130
                      'E STATUS = ' WS-FS-EPENDEN                       PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG-TELA                 PGM0130
               GO TO RTGRAVADECISAOX                                    PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-DC-APROVA                                              PGM0130
               PERFORM RTAPLICASOLICITACAO                              PGM0130
               IF WS-FS-ECADCLI        EQUAL ZEROS                      PGM0130
                   CONTINUE                                             PGM0130
               ELSE                                                     PGM0130
                   PERFORM RTREABRESOLICITACAO                          PGM0130
                   GO TO RTGRAVADECISAOX                                PGM0130
               END-IF                                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
      *    COM ERRO NO JOURNAL A MENSAGEM DO ERRO FICA NA TELA          PGM0130
           IF WS-DC-APROVA                                              PGM0130
              AND WS-FS-SJORNAL        EQUAL ZEROS                      PGM0130
               STRING '#PGM0130.913I - SOLICITACAO ' WS-SL-NUMERO       PGM0130
                      ' APROVADA E APLICADA NO CADASTRO.'               PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG-TELA                 PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-DC-REJEITA                                             PGM0130
               STRING '#PGM0130.914I - SOLICITACAO ' WS-SL-NUMERO       PGM0130
                      ' REJEITADA.'                                     PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG-TELA                 PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           MOVE ZEROS                  TO WS-SL-NUMERO.                 PGM0130
           MOVE 1                      TO WS-CT-ETAPA.                  PGM0130
      *                                                                 PGM0130
       RTGRAVADECISAOX.                EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE DEVOLVE A SOLICITACAO A PENDENTE QUANDO A        *PGM0130
      *    APROVACAO NAO PODE SER APLICADA NO CADASTRO                 *PGM0130
      ******************************************************************PGM0130
       RTREABRESOLICITACAO             SECTION.                         PGM0130
      *                                                                 PGM0130
           MOVE 'P'                    TO FD-PD-SITUACAO.               PGM0130
           MOVE SPACES                 TO FD-PD-APROVADOR.              PGM0130
           MOVE ZEROS                  TO FD-PD-DT-DECISAO.             PGM0130
           MOVE ZEROS                  TO FD-PD-HR-DECISAO.             PGM0130
           MOVE SPACES                 TO FD-PD-MOTIVO.                 PGM0130
           MOVE ZEROS                  TO WS-FS-EPENDEN.                PGM0130
      *                                                                 PGM0130
           REWRITE FD-REG-PENDEN                                        PGM0130
               INVALID KEY                                              PGM0130
                   MOVE '23'           TO WS-FS-EPENDEN                 PGM0130
           END-REWRITE.                                                 PGM0130
      *                                                                 PGM0130
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0130
               MOVE '#PGM0130.911I - ERRO NA ATUALIZACAO DO CLIENTE. SOLPGM0130
      -             'ICITACAO MANTIDA PENDENTE.'                        PGM0130
                                       TO WS-MSG-TELA                   PGM0130
           ELSE                                                         PGM0130
               STRING '#PGM0130.916I - ERRO NO CLIENTE E NA REABERTURA' PGM0130
                      ' DA SOLICITACAO! FILE STATUS = ' WS-FS-EPENDEN   PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG-TELA                 PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTREABRESOLICITACAOX.           EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE APLICA A SOLICITACAO APROVADA NO CADASTRO E GRAVA*PGM0130
      *    O EVENTO NO JOURNAL EM NOME DO APROVADOR. A INATIVACAO E A  *PGM0130
      *    MANUTENCAO FICAM COM A DATA DA APROVACAO                    *PGM0130
      ******************************************************************PGM0130
       RTAPLICASOLICITACAO             SECTION.                         PGM0130
      *                                                                 PGM0130
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0130
           MOVE ZEROS                  TO WS-FS-ECADCLI.                PGM0130
      *                                                                 PGM0130
           IF FD-PD-EXCLUSAO                                            PGM0130
               MOVE WS-SL-CODIGO       TO FD-RC-CODIGO                  PGM0130
               DELETE ECADCLI                                           PGM0130
                   INVALID KEY                                          PGM0130
                       MOVE '23'       TO WS-FS-ECADCLI                 PGM0130
               END-DELETE                                               PGM0130
               MOVE 'E'                TO WS-JR-OPERACAO                PGM0130
               MOVE SPACES             TO WS-IMAGEM-DEPOIS              PGM0130
           ELSE                                                         PGM0130
               MOVE WS-IMG-DEPOIS      TO FD-REG-CADCLI                 PGM0130
               IF FD-PD-INATIVACAO                                      PGM0130
                   MOVE WS-DATA-MAQ    TO FD-RC-DT-INATIVACAO           PGM0130
               END-IF                                                   PGM0130
               MOVE WS-DATA-MAQ        TO FD-RC-DT-ULT-MANUT            PGM0130
               REWRITE FD-REG-CADCLI                                    PGM0130
                   INVALID KEY                                          PGM0130
                       MOVE '23'       TO WS-FS-ECADCLI                 PGM0130
               END-REWRITE                                              PGM0130
               MOVE 'A'                TO WS-JR-OPERACAO                PGM0130
               MOVE FD-REG-CADCLI      TO WS-IMAGEM-DEPOIS              PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0130
               MOVE WS-IMG-ANTES       TO WS-IMAGEM-ANTES               PGM0130
               PERFORM RTGRAVAJORNAL                                    PGM0130
               IF WS-JR-OPERACAO       EQUAL 'A'                        PGM0130
                  AND WS-IMAGEM-ANTES (47:101)                          PGM0130
                      NOT EQUAL WS-IMAGEM-DEPOIS (47:101)               PGM0130
                   PERFORM RTFECHADEVOLUCAO                             PGM0130
               END-IF                                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTAPLICASOLICITACAOX.           EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE ENCERRA AS DEVOLUCOES DOS CORREIOS EM ABERTO DO  *PGM0130
      *    CLIENTE CUJO ENDERECO FOI ALTERADO PELA APROVACAO           *PGM0130
      ******************************************************************PGM0130
       RTFECHADEVOLUCAO                SECTION.                         PGM0130
      *                                                                 PGM0130
           IF WS-EDEVOL-ABERTO                                          PGM0130
               CONTINUE                                                 PGM0130
           ELSE                                                         PGM0130
               GO TO RTFECHADEVOLUCAOX                                  PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           MOVE ZEROS                  TO WS-FS-EDEVOL.                 PGM0130
           MOVE WS-SL-CODIGO           TO FD-DV-CODIGO.                 PGM0130
           MOVE ZEROS                  TO FD-DV-DATA.                   PGM0130
      *                                                                 PGM0130
           START EDEVOL KEY NOT LESS FD-DV-CHAVE                        PGM0130
               INVALID KEY                                              PGM0130
                   MOVE '23'           TO WS-FS-EDEVOL                  PGM0130
           END-START.                                                   PGM0130
      *                                                                 PGM0130
           PERFORM RTFECHADEVOL-LE     UNTIL WS-FS-EDEVOL               PGM0130
                                             NOT EQUAL ZEROS.           PGM0130
      *                                                                 PGM0130
       RTFECHADEVOLUCAOX.              EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE LE UMA DEVOLUCAO DO CLIENTE E A ENCERRA SE ABERTA*PGM0130
      ******************************************************************PGM0130
       RTFECHADEVOL-LE                 SECTION.                         PGM0130
      *                                                                 PGM0130
           READ EDEVOL NEXT                                             PGM0130
               AT END                                                   PGM0130
                   MOVE '10'           TO WS-FS-EDEVOL                  PGM0130
           END-READ.                                                    PGM0130
      *                                                                 PGM0130
           IF WS-FS-EDEVOL             NOT EQUAL ZEROS                  PGM0130
               GO TO RTFECHADEVOL-LEX                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF FD-DV-CODIGO             NOT EQUAL WS-SL-CODIGO           PGM0130
               MOVE '23'               TO WS-FS-EDEVOL                  PGM0130
               GO TO RTFECHADEVOL-LEX                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF FD-DV-ABERTA                                              PGM0130
               SET FD-DV-FECHADA       TO TRUE                          PGM0130
               MOVE WS-DATA-MAQ        TO FD-DV-DT-FECHAMENTO           PGM0130
               MOVE 'PGM0130'          TO FD-DV-PRG-FECHAMENTO          PGM0130
               REWRITE FD-REG-DEVOL                                     PGM0130
                   INVALID KEY                                          PGM0130
                       MOVE '23'       TO WS-FS-EDEVOL                  PGM0130
               END-REWRITE                                              PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTFECHADEVOL-LEX.               EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA QUE GRAVA O EVENTO APROVADO NO JOURNAL COM AS        *PGM0130
      *    IMAGENS ANTES/DEPOIS DO REGISTRO DE CLIENTE                 *PGM0130
      ******************************************************************PGM0130
       RTGRAVAJORNAL                   SECTION.                         PGM0130
      *                                                                 PGM0130
           IF WS-SJORNAL-ABERTO                                         PGM0130
               ACCEPT WS-DATA-MAQ      FROM DATE YYYYMMDD               PGM0130
               ACCEPT WS-HORA-MAQ      FROM TIME                        PGM0130
      *                                                                 PGM0130
               INITIALIZE FD-REG-JORNAL                                 PGM0130
      *                                                                 PGM0130
               MOVE WS-DATA-MAQ        TO FD-JR-DATA                    PGM0130
               MOVE WS-HORA-MAQ        TO FD-JR-HORA                    PGM0130
               MOVE WS-JR-OPERACAO     TO FD-JR-OPERACAO                PGM0130
               MOVE 'PGM0130'          TO FD-JR-PROGRAMA                PGM0130
               MOVE LK-OPERADOR        TO FD-JR-OPERADOR                PGM0130
               MOVE WS-SL-CODIGO       TO FD-JR-CODIGO                  PGM0130
               MOVE WS-IMAGEM-ANTES    TO FD-JR-IMAGEM-ANTES            PGM0130
               MOVE WS-IMAGEM-DEPOIS   TO FD-JR-IMAGEM-DEPOIS           PGM0130
      *                                                                 PGM0130
               WRITE FD-REG-JORNAL                                      PGM0130
      *                                                                 PGM0130
               IF WS-FS-SJORNAL        NOT EQUAL ZEROS                  PGM0130
                   STRING '#PGM0130.915I - CADASTRO ATUALIZADO, '       PGM0130
                          'ERRO NO JOURNAL! FILE STATUS = '             PGM0130
                          WS-FS-SJORNAL                                 PGM0130
                                       DELIMITED BY SIZE                PGM0130
                                       INTO WS-MSG-TELA                 PGM0130
               END-IF                                                   PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
       RTGRAVAJORNALX.                 EXIT.                            PGM0130
      *                                                                 PGM0130
      ******************************************************************PGM0130
      *    ROTINA DE FINALIZACAO                                       *PGM0130
      ******************************************************************PGM0130
       RTFINALIZA                      SECTION.                         PGM0130
      *                                                                 PGM0130
           IF WS-ECADCLI-ABERTO                                         PGM0130
               CLOSE ECADCLI                                            PGM0130
               MOVE   'N'              TO WS-SW-ECADCLI-ABERTO          PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-EPENDEN-ABERTO                                         PGM0130
               CLOSE EPENDEN                                            PGM0130
               MOVE   'N'              TO WS-SW-EPENDEN-ABERTO          PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-SJORNAL-ABERTO                                         PGM0130
               CLOSE SJORNAL                                            PGM0130
               MOVE   'N'              TO WS-SW-SJORNAL-ABERTO          PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           IF WS-EDEVOL-ABERTO                                          PGM0130
               CLOSE EDEVOL                                             PGM0130
               MOVE   'N'              TO WS-SW-EDEVOL-ABERTO           PGM0130
           END-IF.                                                      PGM0130
      *                                                                 PGM0130
           MOVE WS-MSG                 TO LK-MSG.                       PGM0130
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0130
      *                                                                 PGM0130
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0130
      *                                                                 PGM0130
           GOBACK.                                                      PGM0130
      *                                                                 PGM0130
       RTFINALIZAX.                    EXIT.                            PGM0130
      ******************************************************************PGM0130
      *    FIM DO PROGRAMA                                             *PGM0130
      ******************************************************************PGM0130
