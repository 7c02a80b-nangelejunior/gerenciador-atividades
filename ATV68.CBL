      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV68.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV68                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# PESQUISA POR PALAVRA-CHAVE NAS ATIVIDADES    *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PESQUISA ATE 5     *
      *                       PALAVRAS (TODAS OU QUALQUER UMA, SEM     *
      *                       DISTINGUIR MAIUSCULAS) NA OBS DA         *
      *                       ATIVIDADE, NAS ANOTACOES (SYS071) E NAS  *
      *                       PERGUNTAS E RESPOSTAS DAS PENDENCIAS     *
      *                       (SYS044), NO SYS010 E NO ARQUIVO MORTO   *
      *                       (VIA ATV48), COM FAIXA OPCIONAL DE DATA  *
      *                       DE RECEBIMENTO E DE SISTEMA - LISTA      *
      *                       ROLAVEL COM A ORIGEM E UM TRECHO DE CADA *
      *                       OCORRENCIA, F12 ABRE A CONSULTA ATV05 DA *
      *                       ATIVIDADE E A LISTA PODE SER IMPRESSA    *
      *                       (SYS105)                                 *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      ******************************************************************
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION                   SECTION.
      ******************************************************************
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      ******************************************************************
       INPUT-OUTPUT                    SECTION.
      ******************************************************************
      *
       FILE-CONTROL.
           SELECT  SYS010    ASSIGN    TO 'SYS010.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS071    ASSIGN    TO 'SYS071.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY NT-CHAVE-NOTA
                     FILE STATUS IS WS-STATUS-SYS071.
      *
           SELECT  SYS044    ASSIGN    TO 'SYS044.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PD-CHAVE-PEND
                     FILE STATUS IS WS-STATUS-SYS044.
      *
           SELECT  SYS105    ASSIGN    TO 'SYS105.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS105.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
      *
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS071
                              DATA RECORD NT-SYS071.
      *
       01          NT-SYS071.
      *
           COPY WATV20                 REPLACING ==::== BY ==NT==.
      *
       FD          SYS044
                              DATA RECORD PD-SYS044.
      *
       01          PD-SYS044.
      *
           COPY WATV04                 REPLACING ==::== BY ==PD==.
      *
       FD          SYS105
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS105
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS105.
           03      FILLER          PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
      ******************************************************************
      *
       77          FILLER          PIC     X(32)         VALUE
                                   'III WORKING-STORAGE SECTION III'.
      *
       01          WS-WORKING.
      *
      ******************************************************************
      *    AREA DE ACUMULADORES                                        *
      ******************************************************************
           03      WS-ACUMULADORES.
             05    FILLER          PIC     X(14)         VALUE
                                   '=ACUMULADORES='.
             05    AC-CAMPO        PIC    S9(03) COMP-3  VALUE ZEROS.
             05    AC-ATIVIDADES   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-OCORRENCIAS  PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=AUXILIARES='.
             05    WS-MENSAG.
               07  FILLER          PIC     X(08)         VALUE
                                   ' MSG..: '.
               07  WS-MSG          PIC     X(72)         VALUE SPACES.
             05    WS-OPT          PIC     X(01)         VALUE SPACES.
             05    WS-TECLA        PIC     X(02).
               88  CN-BAIXO                              VALUE '00'.
               88  CN-ESC                                VALUE '01'.
               88  CN-PF12                               VALUE '93'.
               88  CN-CIMA                               VALUE '99'.
             05    WS-PALAVRAS     PIC     X(60)         VALUE SPACES.
             05    WS-CRITERIO     PIC     X(01)         VALUE 'E'.
               88  CN-CRIT-TODAS                         VALUE 'E'.
               88  CN-CRIT-QUALQUER                      VALUE 'O'.
             05    WS-IMPRIMIR     PIC     X(01)         VALUE 'N'.
               88  CN-IMPRIMIR                           VALUE 'S'.
               88  CN-NAO-IMPRIMIR                       VALUE 'N'.
             05    WS-SIST-DE      PIC     X(02)         VALUE SPACES.
             05    WS-SIST-ATE     PIC     X(02)         VALUE SPACES.
             05    WS-FL-RECEB-DE.
               07  WS-RDE-DIA      PIC     X(02)         VALUE SPACES.
               07  WS-RDE-MES      PIC     X(02)         VALUE SPACES.
               07  WS-RDE-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-FL-RECEB-ATE.
               07  WS-RAT-DIA      PIC     X(02)         VALUE SPACES.
               07  WS-RAT-MES      PIC     X(02)         VALUE SPACES.
               07  WS-RAT-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-RECEB-DE-8   PIC     X(08)         VALUE SPACES.
             05    WS-RECEB-ATE-8  PIC     X(08)         VALUE SPACES.
             05    WS-DT-RECEB-8   PIC     X(08)         VALUE SPACES.
             05    WS-SW-FILTRO    PIC     X(01)         VALUE 'N'.
               88  CN-FILTRO-OK                          VALUE 'S'.
               88  CN-FILTRO-NOK                         VALUE 'N'.
             05    WS-SW-ATIV      PIC     X(01)         VALUE 'N'.
               88  CN-ATIV-OK                            VALUE 'S'.
               88  CN-ATIV-NOK                           VALUE 'N'.
             05    WS-SW-ORIGEM    PIC     X(01)         VALUE 'N'.
               88  CN-ATIV-ARQUIVADA                     VALUE 'S'.
               88  CN-ATIV-CADASTRO                      VALUE 'N'.
             05    WS-SW-CRITERIO  PIC     X(01)         VALUE 'N'.
               88  CN-CRITERIO-ATENDIDO                  VALUE 'S'.
               88  CN-CRITERIO-NAO-ATENDIDO              VALUE 'N'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-TX-CRITERIO  PIC     X(17)         VALUE SPACES.
             05    WS-QT-ATIV-ED   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-OCORR-ED  PIC     ZZZZ9         VALUE ZEROS.
             05    WS-SEQ-ED       PIC     ZZ9           VALUE ZEROS.
             05    WS-MARCA-ARQ    PIC     X(03)         VALUE SPACES.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
             05    WS-MSG-CONS     PIC     X(73)         VALUE SPACES.
             05    WS-CHAVE-CONS.
               07  WS-SS-CONS      PIC     9(06)         VALUE ZEROS.
               07  WS-ST-CONS      PIC     9(06)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DAS PALAVRAS PESQUISADAS E DO TEXTO EXAMINADO          *
      ******************************************************************
           03      WS-AREA-BUSCA.
             05    FILLER          PIC     X(07)         VALUE
                                   '=BUSCA='.
             05    WS-PALAVRAS-MAI PIC     X(60)         VALUE SPACES.
             05    WS-QT-PALAVRAS  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-ACHADAS   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-BRANCOS   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-PONTEIRO     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-PAL      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-SW-EXCESSO   PIC     X(01)         VALUE 'N'.
               88  CN-EXCESSO-PALAVRAS                   VALUE 'S'.
               88  CN-PALAVRAS-OK                        VALUE 'N'.
             05    WS-TAB-PALAVRAS OCCURS  5 TIMES.
               07  TP-PALAVRA      PIC     X(20).
               07  TP-TAMANHO      PIC     9(03) COMP-3.
               07  TP-ACHOU        PIC     X(01).
                 88 CN-PAL-ACHADA                        VALUE 'S'.
                 88 CN-PAL-NAO-ACHADA                    VALUE 'N'.
             05    WS-TX-ORIGINAL  PIC     X(60)         VALUE SPACES.
             05    WS-TX-BUSCA     PIC     X(60)         VALUE SPACES.
             05    WS-ORIGEM       PIC     X(04)         VALUE SPACES.
             05    WS-SEQ-ORIGEM   PIC     9(03)         VALUE ZEROS.
             05    WS-QT-OCORR     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-ANTES     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-POS-ACHADA   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-INI-TRECHO   PIC     9(03) COMP-3  VALUE ZEROS.
      *
      *    OCORRENCIAS DA ATIVIDADE CORRENTE - SO VAO PARA A LISTA SE A
      *    ATIVIDADE ATENDER O CRITERIO (NO CRITERIO E, CADA PALAVRA
      *    PODE ESTAR EM UM TEXTO DIFERENTE DA MESMA ATIVIDADE).
             05    WS-CT-BUFFER    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-BUFFER   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-BUFFER   OCCURS  50 TIMES.
               07  BF-ORIGEM       PIC     X(04).
               07  BF-SEQ          PIC     9(03).
               07  BF-TRECHO       PIC     X(60).
      *
      ******************************************************************
      *    AREA DE CONTROLE DA LISTA ROLAVEL                           *
      ******************************************************************
           03      WS-AREA-LISTA.
             05    FILLER          PIC     X(07)         VALUE
                                   '=LISTA='.
             05    WS-CT-SELEC     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-SW-OVERFL    PIC     X(01)         VALUE 'N'.
               88  CN-LISTA-CHEIA                        VALUE 'S'.
             05    WS-ITEM-ATUAL   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-ITEM-TOPO    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-ITEM-LINHA   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-LIN-TELA     PIC     9(02)         VALUE ZEROS.
             05    WS-POS-DISPLAY  PIC     9(04)         VALUE ZEROS.
             05    WS-LINHA-LISTA  PIC     X(74)         VALUE SPACES.
             05    WS-TAB-LISTA    OCCURS  500 TIMES.
               07  TB-SS           PIC     9(06).
               07  TB-ST           PIC     9(06).
               07  TB-SIGL-SIST    PIC     X(02).
               07  TB-DT-RECEB     PIC     X(10).
               07  TB-ARQUIVADA    PIC     X(01).
               07  TB-ORIGEM       PIC     X(04).
               07  TB-SEQ          PIC     9(03).
               07  TB-TRECHO       PIC     X(60).
      *
      ******************************************************************
      *    AREA DE CALCULO DE DATAS                                    *
      ******************************************************************
           03      WS-VALIDA-DATA.
             05    FILLER          PIC     X(07)         VALUE
                                   '=DATAS='.
             05    WS-DT-VAL-DIA   PIC     X(02)         VALUE SPACES.
             05    WS-DT-VAL-MES   PIC     X(02)         VALUE SPACES.
             05    WS-DT-VAL-ANO   PIC     X(04)         VALUE SPACES.
             05    WS-DT-VAL-DIA-N PIC     9(02)         VALUE ZEROS.
             05    WS-DT-VAL-MES-N PIC     9(02)         VALUE ZEROS.
             05    WS-DT-VAL-ANO-N PIC     9(04)         VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-SW-DATA      PIC     X(01)         VALUE 'N'.
               88  CN-DATA-OK                            VALUE 'S'.
               88  CN-DATA-NOK                           VALUE 'N'.
      *
      ******************************************************************
      *    AREA DE CONTROLES (NAO REINICIALIZADA A CADA PESQUISA)      *
      ******************************************************************
           03      WS-CONTROLES.
             05    FILLER          PIC     X(11)         VALUE
                                   '=CONTROLES='.
             05    WS-SW-SYS071    PIC     X(01)         VALUE 'N'.
               88  CN-SYS071-ABERTO                      VALUE 'S'.
               88  CN-SYS071-FECHADO                     VALUE 'N'.
             05    WS-SW-SYS044    PIC     X(01)         VALUE 'N'.
               88  CN-SYS044-ABERTO                      VALUE 'S'.
               88  CN-SYS044-FECHADO                     VALUE 'N'.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
      *
             05    WS-STATUS-SYS071
                                   PIC     X(02).
               88  CN-SYS071-OK                          VALUE '00'.
               88  CN-SYS071-DPL                         VALUE '02'.
               88  CN-SYS071-NOK                         VALUE '23'.
               88  CN-SYS071-EOF                         VALUE '10'.
               88  CN-SYS071-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS044
                                   PIC     X(02).
               88  CN-SYS044-OK                          VALUE '00'.
               88  CN-SYS044-DPL                         VALUE '02'.
               88  CN-SYS044-NOK                         VALUE '23'.
               88  CN-SYS044-EOF                         VALUE '10'.
               88  CN-SYS044-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS105
                                   PIC     X(02).
               88  CN-SYS105-OK                          VALUE '00'.
               88  CN-SYS105-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.901I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.902I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.903I - NENHUMA OCORRENCIA ENCONTRADA       '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.904I - ERRO NO ARQ. SYS071         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.905I - LISTA LIMITADA A 500 OCORRENCIAS    '.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.906I - INFORME AO MENOS UMA PALAVRA        '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.907I - CRITERIO DEVE SER E OU O            '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.908I - DATA DE RECEBIMENTO INVALIDA        '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.909I - FAIXA INVALIDA - INICIO APOS O FIM  '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.910I - IMPRIMIR DEVE SER S OU N            '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.911I - ERRO NO ARQ. SYS044         STATUS: '.
               07  WS-RETCOD-911   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.912I - ERRO NA LEITURA DO ARQUIVO MORTO    '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.913I - ERRO NO ARQ. SYS105         STATUS: '.
               07  WS-RETCOD-913   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.914I - INFORME NO MAXIMO 5 PALAVRAS        '.
      *
             05    WS-MSGARQ-915.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.915I - LISTA IMPRESSA EM SYS105.LST        '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV68.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV05        PIC     X(08)         VALUE
                                   'ATV05   '.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
      ******************************************************************
      *    AREA DE COMANDO DO ACESSO AO ARQUIVO MORTO (WATV24)         *
      ******************************************************************
       01          WS-COMANDO-ARQM.
      *
           COPY WATV24                 REPLACING ==::== BY ==CM==.
      *
      ******************************************************************
      *    AREA DO REGISTRO TROCADO COM O ATV48 (WATV01)               *
      ******************************************************************
       01          WS-REGISTRO-ARQM.
      *
           COPY WATV01                 REPLACING ==::== BY ==RG==.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS105)                         *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL3     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL4     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
      *
      ******************************************************************
       LINKAGE                         SECTION.
      ******************************************************************
      *
       01          LK-MSG          PIC     X(73).
       01          LK-OPERADOR     PIC     X(08).
      *
      ******************************************************************
       SCREEN                          SECTION.
      ******************************************************************
      *
       01          SC-SCREEN.
           03      SC-CONFIG.
             05    BLANK SCREEN FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
      *
      ******************************************************************
      *    BORDA SUPERIOR                                              *
      ******************************************************************
           03      SC-SUPERIOR.
             05    LINE 02 COLUMN 02                     VALUE
                   '
      -            'ͻ'.
      *
      ******************************************************************
      *    BORDA ESQUERDA                                              *
      ******************************************************************
           03      SC-ESQUERDA.
             05    LINE 03 COLUMN 02                     VALUE ''.
             05    LINE 04 COLUMN 02                     VALUE ''.
             05    LINE 05 COLUMN 02                     VALUE ''.
             05    LINE 06 COLUMN 02                     VALUE ''.
             05    LINE 07 COLUMN 02                     VALUE ''.
             05    LINE 08 COLUMN 02                     VALUE ''.
             05    LINE 09 COLUMN 02                     VALUE ''.
             05    LINE 10 COLUMN 02                     VALUE ''.
             05    LINE 11 COLUMN 02                     VALUE ''.
             05    LINE 12 COLUMN 02                     VALUE ''.
             05    LINE 13 COLUMN 02                     VALUE ''.
             05    LINE 14 COLUMN 02                     VALUE ''.
             05    LINE 15 COLUMN 02                     VALUE ''.
             05    LINE 16 COLUMN 02                     VALUE ''.
             05    LINE 17 COLUMN 02                     VALUE ''.
             05    LINE 18 COLUMN 02                     VALUE ''.
             05    LINE 19 COLUMN 02                     VALUE ''.
             05    LINE 20 COLUMN 02                     VALUE ''.
             05    LINE 21 COLUMN 02                     VALUE ''.
             05    LINE 22 COLUMN 02                     VALUE ''.
             05    LINE 23 COLUMN 02                     VALUE ''.
      *
      ******************************************************************
      *    BORDA DIREITA                                               *
      ******************************************************************
           03      SC-DIREITA.
             05    LINE 03 COLUMN 79                     VALUE ''.
             05    LINE 04 COLUMN 79                     VALUE ''.
             05    LINE 05 COLUMN 79                     VALUE ''.
             05    LINE 06 COLUMN 79                     VALUE ''.
             05    LINE 07 COLUMN 79                     VALUE ''.
             05    LINE 08 COLUMN 79                     VALUE ''.
             05    LINE 09 COLUMN 79                     VALUE ''.
             05    LINE 10 COLUMN 79                     VALUE ''.
             05    LINE 11 COLUMN 79                     VALUE ''.
             05    LINE 12 COLUMN 79                     VALUE ''.
             05    LINE 13 COLUMN 79                     VALUE ''.
             05    LINE 14 COLUMN 79                     VALUE ''.
             05    LINE 15 COLUMN 79                     VALUE ''.
             05    LINE 16 COLUMN 79                     VALUE ''.
             05    LINE 17 COLUMN 79                     VALUE ''.
             05    LINE 18 COLUMN 79                     VALUE ''.
             05    LINE 19 COLUMN 79                     VALUE ''.
             05    LINE 20 COLUMN 79                     VALUE ''.
             05    LINE 21 COLUMN 79                     VALUE ''.
             05    LINE 22 COLUMN 79                     VALUE ''.
             05    LINE 23 COLUMN 79                     VALUE ''.
      *
      ******************************************************************
      *    BORDA INFERIOR                                              *
      ******************************************************************
           03      SC-INFERIOR.
             05    LINE 24 COLUMN 02                     VALUE
                   '
      -            'ͼ'.
      *
      ******************************************************************
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 03 COLUMN 14                     VALUE
                   '   *** PESQUISA POR PALAVRA-CHAVE ***             '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-FL-PALAVRAS.
             05    LINE 05 COLUMN 04                     VALUE
                   'PALAVRAS....: ' HIGHLIGHT.
             05    LINE 05 COLUMN 18
                                   PIC     X(60) USING WS-PALAVRAS
                                   AUTO.
           03      SC-FL-CRITERIO.
             05    LINE 06 COLUMN 04                     VALUE
                   'CRITERIO (E=TODAS/O=QUALQUER): '.
             05    LINE 06 COLUMN 35
                                   PIC     X(01) USING WS-CRITERIO
                                   AUTO.
           03      SC-FL-IMPRIMIR.
             05    LINE 06 COLUMN 40                     VALUE
                   'IMPRIMIR (S/N): '.
             05    LINE 06 COLUMN 56
                                   PIC     X(01) USING WS-IMPRIMIR
                                   AUTO.
           03      SC-FL-SIST.
             05    LINE 07 COLUMN 04                     VALUE
                   'SISTEMA DE..: '.
             05    LINE 07 COLUMN 18
                                   PIC     X(02) USING WS-SIST-DE
                                   AUTO.
             05    LINE 07 COLUMN 22                     VALUE
                   'ATE: '.
             05    LINE 07 COLUMN 27
                                   PIC     X(02) USING WS-SIST-ATE
                                   AUTO.
           03      SC-FL-RECEB.
             05    LINE 08 COLUMN 04                     VALUE
                   'RECEBIDO DE.: '.
             05    LINE 08 COLUMN 18
                                   PIC     X(02) USING WS-RDE-DIA
                                   AUTO.
             05    LINE 08 COLUMN 20                     VALUE '/'.
             05    LINE 08 COLUMN 21
                                   PIC     X(02) USING WS-RDE-MES
                                   AUTO.
             05    LINE 08 COLUMN 23                     VALUE '/'.
             05    LINE 08 COLUMN 24
                                   PIC     X(04) USING WS-RDE-ANO
                                   AUTO.
             05    LINE 08 COLUMN 40                     VALUE
                   'ATE: '.
             05    LINE 08 COLUMN 46
                                   PIC     X(02) USING WS-RAT-DIA
                                   AUTO.
             05    LINE 08 COLUMN 48                     VALUE '/'.
             05    LINE 08 COLUMN 49
                                   PIC     X(02) USING WS-RAT-MES
                                   AUTO.
             05    LINE 08 COLUMN 51                     VALUE '/'.
             05    LINE 08 COLUMN 52
                                   PIC     X(04) USING WS-RAT-ANO
                                   AUTO.
           03      SC-CONTADOR.
             05    LINE 07 COLUMN 40                     VALUE
                   'ATIVIDADES: '.
             05    LINE 07 COLUMN 52
                                   PIC     ZZZZ9 FROM WS-QT-ATIV-ED.
             05    LINE 07 COLUMN 59                     VALUE
                   'OCORRENCIAS: '.
             05    LINE 07 COLUMN 72
                                   PIC     ZZZZ9 FROM WS-QT-OCORR-ED.
           03      SC-MENSAGEM.
             05    LINE 22 COLUMN 04
                                   PIC     X(72) FROM WS-MSG.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
                                                       LK-OPERADOR.
      ******************************************************************
      ******************************************************************
      *    ROTINA PRINCIPAL                                            *
      ******************************************************************
       RTPRINCIPAL                     SECTION.
      ******************************************************************
      *
           PERFORM RTINICIAR.
      *
           PERFORM RTPROCESSAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTPRINCIPAL-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA INICIAL                                              *
      ******************************************************************
       RTINICIAR                       SECTION.
      ******************************************************************
      *
           INITIALIZE WS-ACUMULADORES
                      WS-AUXILIARES
                      WS-AREA-BUSCA
                      WS-AREA-LISTA
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           SET CN-CRIT-TODAS           TO TRUE.
           SET CN-NAO-IMPRIMIR         TO TRUE.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN INPUT SYS010.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      *    SEM ANOTACOES OU SEM PENDENCIAS A PESQUISA SEGUE NOS DEMAIS
      *    TEXTOS.
           OPEN INPUT SYS071.
      *
           EVALUATE TRUE
               WHEN CN-SYS071-OK
                   SET CN-SYS071-ABERTO
                                       TO TRUE
               WHEN CN-SYS071-INEXISTENTE
                   SET CN-SYS071-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   CLOSE SYS010
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN INPUT SYS044.
      *
           EVALUATE TRUE
               WHEN CN-SYS044-OK
                   SET CN-SYS044-ABERTO
                                       TO TRUE
               WHEN CN-SYS044-INEXISTENTE
                   SET CN-SYS044-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-911
                   MOVE WS-MSGARQ-911  TO WS-MSG
                   CLOSE SYS010
                   IF CN-SYS071-ABERTO
                       CLOSE SYS071
                   END-IF
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      *    OS FILTROS FICAM NA TELA PARA REFINAR A PESQUISA SEGUINTE   *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL CN-ESC
               PERFORM RTOBTER-FILTROS
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   PERFORM RTSELECIONAR
                   IF WS-CT-SELEC      GREATER ZEROS
                       IF CN-IMPRIMIR
                           PERFORM RTIMPRIMIR
                       END-IF
                       PERFORM RTLISTAR
                   ELSE
                       MOVE WS-MSGARQ-903
                                       TO WS-MSG
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM RTFECHAR.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS FILTROS DA PESQUISA                    *
      ******************************************************************
       RTOBTER-FILTROS                 SECTION.
      ******************************************************************
      *
           SET CN-FILTRO-NOK           TO TRUE.
      *
           MOVE 1                      TO AC-CAMPO.
      *
      *    O FILTRO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-FILTRO-OK OR
                                             AC-CAMPO EQUAL 0
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 5
                   EVALUATE AC-CAMPO
                       WHEN 1
                           ACCEPT SC-FL-PALAVRAS
                       WHEN 2
                           ACCEPT SC-FL-CRITERIO
                       WHEN 3
                           ACCEPT SC-FL-IMPRIMIR
                       WHEN 4
                           ACCEPT SC-FL-SIST
                       WHEN 5
                           ACCEPT SC-FL-RECEB
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 5
                   PERFORM RTVALIDAR-FILTROS
                   IF CN-FILTRO-NOK
                       MOVE 1          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-FILTROS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA POSICIONAR O CURSOR                             *
      ******************************************************************
       RTPOSICIONAR                    SECTION.
      ******************************************************************
      *
           ACCEPT WS-TECLA             FROM ESCAPE KEY.
      *
           IF CN-ESC
               SUBTRACT 1              FROM AC-CAMPO
           ELSE
               ADD      1              TO   AC-CAMPO
           END-IF.
      *
      ******************************************************************
       RTPOSICIONAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS FILTROS DA PESQUISA                  *
      ******************************************************************
       RTVALIDAR-FILTROS               SECTION.
      ******************************************************************
      *
           SET CN-FILTRO-OK            TO TRUE.
      *
           PERFORM RTSEPARAR-PALAVRAS.
      *
           EVALUATE TRUE
               WHEN WS-QT-PALAVRAS     EQUAL ZEROS
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
               WHEN CN-EXCESSO-PALAVRAS
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-914  TO WS-MSG
               WHEN NOT CN-CRIT-TODAS AND
                    NOT CN-CRIT-QUALQUER
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-907  TO WS-MSG
               WHEN NOT CN-IMPRIMIR AND
                    NOT CN-NAO-IMPRIMIR
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-910  TO WS-MSG
               WHEN WS-SIST-ATE        NOT EQUAL SPACES AND
                    WS-SIST-DE         GREATER WS-SIST-ATE
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-909  TO WS-MSG
           END-EVALUATE.
      *
           IF CN-FILTRO-OK
               PERFORM RTMONTAR-FAIXAS
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-FILTROS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SEPARAR AS PALAVRAS DIGITADAS (ATE 5)           *
      *    A COMPARACAO E FEITA SEMPRE EM MAIUSCULAS                   *
      ******************************************************************
       RTSEPARAR-PALAVRAS              SECTION.
      ******************************************************************
      *
           MOVE WS-PALAVRAS            TO WS-PALAVRAS-MAI.
      *
           INSPECT WS-PALAVRAS-MAI     CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE ZEROS                  TO WS-IDX-PAL.
      *
           PERFORM UNTIL WS-IDX-PAL    GREATER OR EQUAL 5
               ADD 1                   TO WS-IDX-PAL
               MOVE SPACES             TO TP-PALAVRA (WS-IDX-PAL)
               MOVE ZEROS              TO TP-TAMANHO (WS-IDX-PAL)
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-QT-PALAVRAS
                                          WS-QT-BRANCOS.
      *
           SET CN-PALAVRAS-OK          TO TRUE.
      *
           INSPECT WS-PALAVRAS-MAI     TALLYING WS-QT-BRANCOS
                                       FOR LEADING SPACES.
      *
           IF WS-QT-BRANCOS            LESS 60
               COMPUTE WS-PONTEIRO     = WS-QT-BRANCOS + 1
               UNSTRING WS-PALAVRAS-MAI
                                       DELIMITED BY ALL SPACE
                   INTO TP-PALAVRA (1) COUNT IN TP-TAMANHO (1)
                        TP-PALAVRA (2) COUNT IN TP-TAMANHO (2)
                        TP-PALAVRA (3) COUNT IN TP-TAMANHO (3)
                        TP-PALAVRA (4) COUNT IN TP-TAMANHO (4)
                        TP-PALAVRA (5) COUNT IN TP-TAMANHO (5)
                   WITH POINTER WS-PONTEIRO
                   TALLYING IN WS-QT-PALAVRAS
                   ON OVERFLOW
                       SET CN-EXCESSO-PALAVRAS
                                       TO TRUE
               END-UNSTRING
           END-IF.
      *
      *    PALAVRA MAIOR QUE O CAMPO E PESQUISADA PELOS 20 PRIMEIROS
      *    CARACTERES.
           MOVE ZEROS                  TO WS-IDX-PAL.
      *
           PERFORM UNTIL WS-IDX-PAL    GREATER OR EQUAL WS-QT-PALAVRAS
               ADD 1                   TO WS-IDX-PAL
               IF TP-TAMANHO (WS-IDX-PAL)
                                       GREATER 20
                   MOVE 20             TO TP-TAMANHO (WS-IDX-PAL)
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTSEPARAR-PALAVRAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR E VALIDAR A FAIXA DE RECEBIMENTO         *
      ******************************************************************
       RTMONTAR-FAIXAS                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-RECEB-DE-8
                                          WS-RECEB-ATE-8.
      *
           IF WS-FL-RECEB-DE           NOT EQUAL SPACES
               MOVE WS-RDE-DIA         TO WS-DT-VAL-DIA
               MOVE WS-RDE-MES         TO WS-DT-VAL-MES
               MOVE WS-RDE-ANO         TO WS-DT-VAL-ANO
               PERFORM RTVALIDAR-DATA
               IF CN-DATA-OK
                   STRING WS-RDE-ANO WS-RDE-MES WS-RDE-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-RECEB-DE-8
               ELSE
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-908  TO WS-MSG
               END-IF
           END-IF.
      *
           IF WS-FL-RECEB-ATE          NOT EQUAL SPACES AND
              CN-FILTRO-OK
               MOVE WS-RAT-DIA         TO WS-DT-VAL-DIA
               MOVE WS-RAT-MES         TO WS-DT-VAL-MES
               MOVE WS-RAT-ANO         TO WS-DT-VAL-ANO
               PERFORM RTVALIDAR-DATA
               IF CN-DATA-OK
                   STRING WS-RAT-ANO WS-RAT-MES WS-RAT-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-RECEB-ATE-8
               ELSE
                   SET CN-FILTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-908  TO WS-MSG
               END-IF
           END-IF.
      *
           IF CN-FILTRO-OK                   AND
              WS-RECEB-DE-8            NOT EQUAL SPACES AND
              WS-RECEB-ATE-8           NOT EQUAL SPACES AND
              WS-RECEB-DE-8            GREATER WS-RECEB-ATE-8
               SET CN-FILTRO-NOK       TO TRUE
               MOVE WS-MSGARQ-909      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTMONTAR-FAIXAS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS ATIVIDADES COM AS PALAVRAS        *
      ******************************************************************
       RTSELECIONAR                    SECTION.
      ******************************************************************
      *
           INITIALIZE WS-AREA-LISTA.
      *
           MOVE ZEROS                  TO AC-ATIVIDADES
                                          AC-OCORRENCIAS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           IF CN-CRIT-TODAS
               MOVE 'TODAS AS PALAVRAS'
                                       TO WS-TX-CRITERIO
           ELSE
               MOVE 'QUALQUER PALAVRA' TO WS-TX-CRITERIO
           END-IF.
      *
           PERFORM RTVARRER-SYS010.
      *
           PERFORM RTVARRER-SYS012.
      *
           IF CN-LISTA-CHEIA
               MOVE WS-MSGARQ-905      TO WS-MSG
           END-IF.
      *
           MOVE AC-ATIVIDADES          TO WS-QT-ATIV-ED.
           MOVE AC-OCORRENCIAS         TO WS-QT-OCORR-ED.
      *
      ******************************************************************
       RTSELECIONAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER AS ATIVIDADES DO SYS010                  *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO FD-SS
                                          FD-ST.
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FD-CHAVE
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           SET CN-ATIV-CADASTRO        TO TRUE.
      *
           PERFORM RTLER-SYS010.
      *
           PERFORM                     UNTIL CN-SYS010-EOF
               PERFORM RTPESQUISAR-ATIVIDADE
               PERFORM RTLER-SYS010
           END-PERFORM.
      *
      ******************************************************************
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO ARQUIVO SYS010                       *
      ******************************************************************
       RTLER-SYS010                    SECTION.
      ******************************************************************
      *
           IF CN-SYS010-EOF
               CONTINUE
           ELSE
               READ SYS010 NEXT        INTO WS-SYS010
      *
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       RTLER-SYS010-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O ARQUIVO MORTO (VIA ATV48)              *
      *    A PARTICAO E O ANO DE CONCLUSAO, QUE NUNCA E ANTERIOR AO DO *
      *    RECEBIMENTO - A VARREDURA COMECA NO ANO DA DATA INICIAL     *
      ******************************************************************
       RTVARRER-SYS012                 SECTION.
      ******************************************************************
      *
           SET CM-FN-INICIAR-VARREDURA TO TRUE.
      *
           IF WS-RECEB-DE-8            EQUAL SPACES
               MOVE SPACES             TO CM-ANO-INI
           ELSE
               MOVE WS-RECEB-DE-8 (1:4)
                                       TO CM-ANO-INI
           END-IF.
      *
           MOVE SPACES                 TO CM-ANO-FIM.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           SET CM-FN-PROXIMO           TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           SET CN-ATIV-ARQUIVADA       TO TRUE.
      *
           PERFORM UNTIL NOT CM-RET-OK
               MOVE WS-REGISTRO-ARQM   TO WS-SYS010
               PERFORM RTPESQUISAR-ATIVIDADE
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-PERFORM.
      *
           IF CM-RET-FIM
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-912      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           SET CM-FN-FINALIZAR         TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
      ******************************************************************
       RTVARRER-SYS012-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PESQUISAR AS PALAVRAS EM UMA ATIVIDADE          *
      ******************************************************************
       RTPESQUISAR-ATIVIDADE           SECTION.
      ******************************************************************
      *
           PERFORM RTFILTRAR.
      *
           IF CN-ATIV-OK
               MOVE ZEROS              TO WS-IDX-PAL
               PERFORM UNTIL WS-IDX-PAL
                                       GREATER OR EQUAL WS-QT-PALAVRAS
                   ADD 1               TO WS-IDX-PAL
                   SET CN-PAL-NAO-ACHADA (WS-IDX-PAL)
                                       TO TRUE
               END-PERFORM
               MOVE ZEROS              TO WS-CT-BUFFER
               MOVE WS-OBS             TO WS-TX-ORIGINAL
               MOVE 'OBS '             TO WS-ORIGEM
               MOVE ZEROS              TO WS-SEQ-ORIGEM
               PERFORM RTTESTAR-TEXTO
               IF CN-SYS071-ABERTO
                   PERFORM RTPESQUISAR-NOTAS
               END-IF
               IF CN-SYS044-ABERTO
                   PERFORM RTPESQUISAR-PENDENCIAS
               END-IF
               PERFORM RTAVALIAR-CRITERIO
               IF CN-CRITERIO-ATENDIDO
                   PERFORM RTINCLUIR-LISTA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTPESQUISAR-ATIVIDADE-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APLICAR AS FAIXAS DE RECEBIMENTO E DE SISTEMA   *
      ******************************************************************
       RTFILTRAR                       SECTION.
      ******************************************************************
      *
           SET CN-ATIV-OK              TO TRUE.
      *
           STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO WS-DT-RECEB-8.
      *
           IF WS-RECEB-DE-8            NOT EQUAL SPACES AND
              WS-DT-RECEB-8            LESS WS-RECEB-DE-8
               SET CN-ATIV-NOK         TO TRUE
           END-IF.
      *
           IF WS-RECEB-ATE-8           NOT EQUAL SPACES AND
              WS-DT-RECEB-8            GREATER WS-RECEB-ATE-8
               SET CN-ATIV-NOK         TO TRUE
           END-IF.
      *
           IF WS-SIST-DE               NOT EQUAL SPACES AND
              WS-SIGL-SIST             LESS WS-SIST-DE
               SET CN-ATIV-NOK         TO TRUE
           END-IF.
      *
           IF WS-SIST-ATE              NOT EQUAL SPACES AND
              WS-SIGL-SIST             GREATER WS-SIST-ATE
               SET CN-ATIV-NOK         TO TRUE
           END-IF.
      *
      ******************************************************************
       RTFILTRAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PESQUISAR AS ANOTACOES DA ATIVIDADE (SYS071)    *
      ******************************************************************
       RTPESQUISAR-NOTAS               SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO NT-SS.
           MOVE WS-ST                  TO NT-ST.
           MOVE ZEROS                  TO NT-SEQ.
      *
           START SYS071         KEY IS GREATER THAN OR
                                       EQUAL NT-CHAVE-NOTA
               INVALID KEY
                   SET CN-SYS071-EOF   TO TRUE
           END-START.
      *
           MOVE 'NOTA'                 TO WS-ORIGEM.
      *
           PERFORM                     UNTIL CN-SYS071-EOF
               READ SYS071 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS071-OK
                   WHEN CN-SYS071-DPL
                       IF NT-SS        EQUAL WS-SS AND
                          NT-ST        EQUAL WS-ST
                           MOVE NT-TX-NOTA
                                       TO WS-TX-ORIGINAL
                           MOVE NT-SEQ TO WS-SEQ-ORIGEM
                           PERFORM RTTESTAR-TEXTO
                       ELSE
                           SET CN-SYS071-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS071-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTPESQUISAR-NOTAS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PESQUISAR AS PENDENCIAS DA ATIVIDADE (SYS044)   *
      *    PERGUNTA E RESPOSTA SAO EXAMINADAS COMO TEXTOS SEPARADOS    *
      ******************************************************************
       RTPESQUISAR-PENDENCIAS          SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO PD-SS.
           MOVE WS-ST                  TO PD-ST.
           MOVE ZEROS                  TO PD-SEQ.
      *
           START SYS044         KEY IS GREATER THAN OR
                                       EQUAL PD-CHAVE-PEND
               INVALID KEY
                   SET CN-SYS044-EOF   TO TRUE
           END-START.
      *
           PERFORM                     UNTIL CN-SYS044-EOF
               READ SYS044 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS044-OK
                   WHEN CN-SYS044-DPL
                       IF PD-SS        EQUAL WS-SS AND
                          PD-ST        EQUAL WS-ST
                           MOVE PD-SEQ TO WS-SEQ-ORIGEM
                           MOVE PD-TX-DUVIDA
                                       TO WS-TX-ORIGINAL
                           MOVE 'PERG' TO WS-ORIGEM
                           PERFORM RTTESTAR-TEXTO
                           MOVE PD-TX-RESPOSTA
                                       TO WS-TX-ORIGINAL
                           MOVE 'RESP' TO WS-ORIGEM
                           PERFORM RTTESTAR-TEXTO
                       ELSE
                           SET CN-SYS044-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS044-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-911
                       MOVE WS-MSGARQ-911
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTPESQUISAR-PENDENCIAS-EXIT.    EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PROCURAR AS PALAVRAS EM UM TEXTO                *
      *    MARCA AS PALAVRAS ENCONTRADAS E GUARDA A OCORRENCIA, COM O  *
      *    TRECHO A PARTIR DA PRIMEIRA POSICAO ACHADA NO TEXTO         *
      ******************************************************************
       RTTESTAR-TEXTO                  SECTION.
      ******************************************************************
      *
           IF WS-TX-ORIGINAL           NOT EQUAL SPACES
               MOVE WS-TX-ORIGINAL     TO WS-TX-BUSCA
               INSPECT WS-TX-BUSCA     CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 61                 TO WS-POS-ACHADA
               MOVE ZEROS              TO WS-IDX-PAL
               PERFORM UNTIL WS-IDX-PAL
                                       GREATER OR EQUAL WS-QT-PALAVRAS
                   ADD 1               TO WS-IDX-PAL
                   MOVE ZEROS          TO WS-QT-OCORR
                   INSPECT WS-TX-BUSCA TALLYING WS-QT-OCORR
                       FOR ALL TP-PALAVRA (WS-IDX-PAL)
                               (1:TP-TAMANHO (WS-IDX-PAL))
                   IF WS-QT-OCORR      GREATER ZEROS
                       SET CN-PAL-ACHADA (WS-IDX-PAL)
                                       TO TRUE
                       MOVE ZEROS      TO WS-QT-ANTES
                       INSPECT WS-TX-BUSCA
                                       TALLYING WS-QT-ANTES
                           FOR CHARACTERS BEFORE INITIAL
                               TP-PALAVRA (WS-IDX-PAL)
                               (1:TP-TAMANHO (WS-IDX-PAL))
                       IF WS-QT-ANTES + 1
                                       LESS WS-POS-ACHADA
                           COMPUTE WS-POS-ACHADA
                                       = WS-QT-ANTES + 1
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-POS-ACHADA        LESS 61
                   PERFORM RTGUARDAR-OCORRENCIA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTTESTAR-TEXTO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR A OCORRENCIA COM O TRECHO DO TEXTO      *
      *    O TRECHO COMECA 10 POSICOES ANTES DA PALAVRA ACHADA         *
      ******************************************************************
       RTGUARDAR-OCORRENCIA            SECTION.
      ******************************************************************
      *
           IF WS-CT-BUFFER             LESS 50
               ADD 1                   TO WS-CT-BUFFER
               MOVE WS-ORIGEM          TO BF-ORIGEM (WS-CT-BUFFER)
               MOVE WS-SEQ-ORIGEM      TO BF-SEQ (WS-CT-BUFFER)
               IF WS-POS-ACHADA        GREATER 11
                   COMPUTE WS-INI-TRECHO
                                       = WS-POS-ACHADA - 10
                   MOVE SPACES         TO BF-TRECHO (WS-CT-BUFFER)
                   STRING '...'
                          WS-TX-ORIGINAL (WS-INI-TRECHO:)
                                       DELIMITED BY SIZE
                                       INTO BF-TRECHO (WS-CT-BUFFER)
               ELSE
                   MOVE WS-TX-ORIGINAL TO BF-TRECHO (WS-CT-BUFFER)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGUARDAR-OCORRENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR O CRITERIO (TODAS OU QUALQUER UMA)    *
      ******************************************************************
       RTAVALIAR-CRITERIO              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QT-ACHADAS.
      *
           MOVE ZEROS                  TO WS-IDX-PAL.
      *
           PERFORM UNTIL WS-IDX-PAL    GREATER OR EQUAL WS-QT-PALAVRAS
               ADD 1                   TO WS-IDX-PAL
               IF CN-PAL-ACHADA (WS-IDX-PAL)
                   ADD 1               TO WS-QT-ACHADAS
               END-IF
           END-PERFORM.
      *
           SET CN-CRITERIO-NAO-ATENDIDO
                                       TO TRUE.
      *
           EVALUATE TRUE
               WHEN CN-CRIT-TODAS
                   IF WS-QT-ACHADAS    EQUAL WS-QT-PALAVRAS
                       SET CN-CRITERIO-ATENDIDO
                                       TO TRUE
                   END-IF
               WHEN CN-CRIT-QUALQUER
                   IF WS-QT-ACHADAS    GREATER ZEROS
                       SET CN-CRITERIO-ATENDIDO
                                       TO TRUE
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
       RTAVALIAR-CRITERIO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR AS OCORRENCIAS DA ATIVIDADE NA LISTA    *
      ******************************************************************
       RTINCLUIR-LISTA                 SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-ATIVIDADES.
      *
           ADD WS-CT-BUFFER            TO AC-OCORRENCIAS.
      *
           MOVE ZEROS                  TO WS-IDX-BUFFER.
      *
           PERFORM UNTIL WS-IDX-BUFFER GREATER OR EQUAL WS-CT-BUFFER
               ADD 1                   TO WS-IDX-BUFFER
               IF WS-CT-SELEC          GREATER OR EQUAL 500
                   SET CN-LISTA-CHEIA  TO TRUE
               ELSE
                   ADD 1               TO WS-CT-SELEC
                   MOVE WS-SS          TO TB-SS (WS-CT-SELEC)
                   MOVE WS-ST          TO TB-ST (WS-CT-SELEC)
                   MOVE WS-SIGL-SIST   TO TB-SIGL-SIST (WS-CT-SELEC)
                   STRING WS-DIA-RECEB '/'
                          WS-MES-RECEB '/'
                          WS-ANO-RECEB
                                       DELIMITED BY SIZE
                                       INTO TB-DT-RECEB (WS-CT-SELEC)
                   IF CN-ATIV-ARQUIVADA
                       MOVE '*'        TO TB-ARQUIVADA (WS-CT-SELEC)
                   ELSE
                       MOVE SPACES     TO TB-ARQUIVADA (WS-CT-SELEC)
                   END-IF
                   MOVE BF-ORIGEM (WS-IDX-BUFFER)
                                       TO TB-ORIGEM (WS-CT-SELEC)
                   MOVE BF-SEQ (WS-IDX-BUFFER)
                                       TO TB-SEQ (WS-CT-SELEC)
                   MOVE BF-TRECHO (WS-IDX-BUFFER)
                                       TO TB-TRECHO (WS-CT-SELEC)
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTINCLUIR-LISTA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DA LISTA ROLAVEL                                     *
      ******************************************************************
       RTLISTAR                        SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-ITEM-ATUAL
                                          WS-ITEM-TOPO.
      *
           PERFORM RTEXIBIR-PAGINA.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
               ACCEPT WS-TECLA         FROM ESCAPE KEY
               EVALUATE TRUE
                   WHEN CN-BAIXO
                       IF WS-ITEM-ATUAL
                                       LESS WS-CT-SELEC
                           ADD 1       TO WS-ITEM-ATUAL
                           IF WS-ITEM-ATUAL
                                       GREATER WS-ITEM-TOPO + 11
                               ADD 1   TO WS-ITEM-TOPO
                           END-IF
                       END-IF
                       PERFORM RTEXIBIR-PAGINA
                   WHEN CN-CIMA
                       IF WS-ITEM-ATUAL
                                       GREATER 1
                           SUBTRACT 1  FROM WS-ITEM-ATUAL
                           IF WS-ITEM-ATUAL
                                       LESS WS-ITEM-TOPO
                               SUBTRACT 1
                                       FROM WS-ITEM-TOPO
                           END-IF
                       END-IF
                       PERFORM RTEXIBIR-PAGINA
                   WHEN CN-PF12
                       PERFORM RTCONSULTAR
                       MOVE SPACES     TO WS-TECLA
                       PERFORM RTEXIBIR-PAGINA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
      ******************************************************************
       RTLISTAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR A PAGINA CORRENTE DA LISTA               *
      ******************************************************************
       RTEXIBIR-PAGINA                 SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY '  SS/ST         SI ORIG SEQ A TRECHO'
                                       AT 0904.
      *
           MOVE WS-ITEM-TOPO           TO WS-ITEM-LINHA.
      *
           MOVE 10                     TO WS-LIN-TELA.
      *
           PERFORM UNTIL WS-ITEM-LINHA GREATER WS-CT-SELEC OR
                         WS-LIN-TELA   GREATER 21
               PERFORM RTEXIBIR-LINHA
               ADD 1                   TO WS-ITEM-LINHA
               ADD 1                   TO WS-LIN-TELA
           END-PERFORM.
      *
           DISPLAY 'SETAS-NAVEGA  F12-CONSULTAR  ESC-VOLTA  (A: *=ARQUIV
      -            'ADA)'             AT 2502.
      *
      ******************************************************************
       RTEXIBIR-PAGINA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR UMA LINHA DA LISTA                       *
      ******************************************************************
       RTEXIBIR-LINHA                  SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-LISTA.
      *
           MOVE TB-SEQ (WS-ITEM-LINHA) TO WS-SEQ-ED.
      *
           STRING '  '
                  TB-SS (WS-ITEM-LINHA) '/'
                  TB-ST (WS-ITEM-LINHA) ' '
                  TB-SIGL-SIST (WS-ITEM-LINHA) ' '
                  TB-ORIGEM (WS-ITEM-LINHA) ' '
                  WS-SEQ-ED ' '
                  TB-ARQUIVADA (WS-ITEM-LINHA) ' '
                  TB-TRECHO (WS-ITEM-LINHA)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-LISTA.
      *
           COMPUTE WS-POS-DISPLAY      = (WS-LIN-TELA * 100) + 4.
      *
           IF WS-ITEM-LINHA            EQUAL WS-ITEM-ATUAL
               DISPLAY WS-LINHA-LISTA  WITH REVERSE-VIDEO
                                       AT WS-POS-DISPLAY
           ELSE
               DISPLAY WS-LINHA-LISTA  AT WS-POS-DISPLAY
           END-IF.
      *
      ******************************************************************
       RTEXIBIR-LINHA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR A CONSULTA (ATV05) DA ATIVIDADE ESCOLHIDA *
      ******************************************************************
       RTCONSULTAR                     SECTION.
      ******************************************************************
      *
           MOVE TB-SS (WS-ITEM-ATUAL)  TO WS-SS-CONS.
           MOVE TB-ST (WS-ITEM-ATUAL)  TO WS-ST-CONS.
      *
           MOVE SPACES                 TO WS-MSG-CONS.
      *
           CALL WS-ATV05               USING WS-MSG-CONS
                                       WS-CHAVE-CONS.
      *
           MOVE WS-MSG-CONS            TO WS-MSG.
      *
      ******************************************************************
       RTCONSULTAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LISTA DE OCORRENCIAS (SYS105)        *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS105.
      *
           IF CN-SYS105-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS105   TO WS-RETCOD-913
               MOVE WS-MSGARQ-913      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           MOVE ZEROS                  TO WS-ITEM-LINHA.
      *
           PERFORM UNTIL WS-ITEM-LINHA GREATER OR EQUAL WS-CT-SELEC
               ADD 1                   TO WS-ITEM-LINHA
               PERFORM RTIMPRIMIR-OCORRENCIA
           END-PERFORM.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS105.
      *
           IF CN-LISTA-CHEIA
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-915      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA OCORRENCIA                         *
      ******************************************************************
       RTIMPRIMIR-OCORRENCIA           SECTION.
      ******************************************************************
      *
           MOVE TB-SEQ (WS-ITEM-LINHA) TO WS-SEQ-ED.
      *
           IF TB-ARQUIVADA (WS-ITEM-LINHA)
                                       EQUAL SPACES
               MOVE SPACES             TO WS-MARCA-ARQ
           ELSE
               MOVE 'ARQ'              TO WS-MARCA-ARQ
           END-IF.
      *
           STRING '  '
                  TB-SS (WS-ITEM-LINHA) '/'
                  TB-ST (WS-ITEM-LINHA) '  '
                  TB-SIGL-SIST (WS-ITEM-LINHA) '  '
                  TB-DT-RECEB (WS-ITEM-LINHA) '  '
                  WS-MARCA-ARQ '  '
                  TB-ORIGEM (WS-ITEM-LINHA) '  '
                  WS-SEQ-ED '  '
                  TB-TRECHO (WS-ITEM-LINHA)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-OCORRENCIA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DA PESQUISA                  *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  ATIVIDADES ENCONTRADAS: ' WS-QT-ATIV-ED
                  '  OCORRENCIAS: '            WS-QT-OCORR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           IF CN-LISTA-CHEIA
               MOVE '  *** LISTA LIMITADA A 500 OCORRENCIAS ***'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-TOTAIS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA DE DETALHE                     *
      ******************************************************************
       RTGRAVAR-LINHA                  SECTION.
      ******************************************************************
      *
           WRITE FD-SYS105             FROM WS-LINHA-REL.
      *
           IF CN-SYS105-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS105   TO WS-RETCOD-913
               MOVE WS-MSGARQ-913      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           ADD 1                       TO WS-CT-LINHA.
      *
           IF WS-CT-LINHA              GREATER OR EQUAL 60
               PERFORM RTIMPRIMIR-CABECALHO
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-LINHA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR CABECALHO DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-CABECALHO            SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-NR-PAGINA.
      *
           MOVE ZEROS                  TO WS-CT-LINHA.
      *
           MOVE WS-NR-PAGINA           TO WS-NR-PAGINA-ED.
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2
                                          WS-CAB-REL3
                                          WS-CAB-REL4.
      *
           STRING '        PESQUISA POR PALAVRA-CHAVE - SYS105'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '  WS-DIA '/' WS-MES '/' WS-ANO
                  '     CRITERIO: ' WS-TX-CRITERIO
                  '     PAGINA: '   WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING 'PALAVRAS: '      WS-PALAVRAS
                  '  SISTEMA: '     WS-SIST-DE ' A ' WS-SIST-ATE
                  '  RECEBIDO: '    WS-RDE-DIA '/' WS-RDE-MES '/'
                                    WS-RDE-ANO ' A '
                                    WS-RAT-DIA '/' WS-RAT-MES '/'
                                    WS-RAT-ANO
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           STRING '  SS/ST          SI  RECEBIDO    ARQ  ORIG  SEQ'
                  '  TRECHO'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL4.
      *
           WRITE FD-SYS105             FROM WS-CAB-REL1.
           WRITE FD-SYS105             FROM WS-CAB-REL2.
           WRITE FD-SYS105             FROM WS-CAB-REL3.
           MOVE SPACES                 TO FD-SYS105.
           WRITE FD-SYS105.
           WRITE FD-SYS105             FROM WS-CAB-REL4.
           MOVE SPACES                 TO FD-SYS105.
           WRITE FD-SYS105.
      *
           IF CN-SYS105-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS105   TO WS-RETCOD-913
               MOVE WS-MSGARQ-913      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR UMA DATA (DIA/MES/ANO)                  *
      ******************************************************************
       RTVALIDAR-DATA                  SECTION.
      ******************************************************************
      *
           SET CN-DATA-NOK             TO TRUE.
      *
           IF WS-DT-VAL-DIA            NUMERIC AND
              WS-DT-VAL-MES            NUMERIC AND
              WS-DT-VAL-ANO            NUMERIC
               MOVE WS-DT-VAL-DIA      TO WS-DT-VAL-DIA-N
               MOVE WS-DT-VAL-MES      TO WS-DT-VAL-MES-N
               MOVE WS-DT-VAL-ANO      TO WS-DT-VAL-ANO-N
               PERFORM RTOBTER-DIA-MAXIMO
               IF WS-DT-VAL-DIA-N      GREATER OR EQUAL 01 AND
                  WS-DT-VAL-DIA-N      LESS OR EQUAL WS-DIA-MAXIMO AND
                  WS-DT-VAL-ANO-N      GREATER ZEROS
                   SET CN-DATA-OK      TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-DATA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES                       *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-DT-VAL-MES-N
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31             TO WS-DIA-MAXIMO
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30             TO WS-DIA-MAXIMO
               WHEN 02
                   PERFORM RTVERIFICAR-BISSEXTO
               WHEN OTHER
                   MOVE ZEROS          TO WS-DIA-MAXIMO
           END-EVALUATE.
      *
      ******************************************************************
       RTOBTER-DIA-MAXIMO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR ANO BISSEXTO (FEVEREIRO)              *
      ******************************************************************
       RTVERIFICAR-BISSEXTO            SECTION.
      ******************************************************************
      *
           DIVIDE WS-DT-VAL-ANO-N      BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-DT-VAL-ANO-N      BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-DT-VAL-ANO-N      BY 400
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-400.
      *
           IF WS-RESTO-4               EQUAL ZEROS AND
             (WS-RESTO-100             NOT EQUAL ZEROS OR
              WS-RESTO-400             EQUAL ZEROS)
               MOVE 29                 TO WS-DIA-MAXIMO
           ELSE
               MOVE 28                 TO WS-DIA-MAXIMO
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-BISSEXTO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010.
      *
           IF CN-SYS071-ABERTO
               CLOSE SYS071
           END-IF.
      *
           IF CN-SYS044-ABERTO
               CLOSE SYS044
           END-IF.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CANCELAMENTO DO PROGRAMA                        *
      *    ENCERRA TAMBEM UMA VARREDURA DO ARQUIVO MORTO EM ANDAMENTO  *
      ******************************************************************
       RTCANCELAR                      SECTION.
      ******************************************************************
      *
           SET CM-FN-FINALIZAR         TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           PERFORM RTFECHAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTCANCELAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA FINAL                                                *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-MSG                 TO LK-MSG.
      *
           MOVE ZEROS                  TO RETURN-CODE.
      *
           GOBACK.
      *
      ******************************************************************
       RTFINALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *                        FIM DO PROGRAMA                         *
      ******************************************************************
