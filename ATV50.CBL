      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV50.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV50                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# APONTAMENTO SEMANAL DE HORAS (SYS081)        *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - DIGITACAO DE UMA   *
      *                       SEMANA (SEGUNDA A DOMINGO) DE HORAS DO   *
      *                       OPERADOR, ATE 10 SS/ST POR SEMANA, NO    *
      *                       APONTAMENTO DIARIO SYS081; A CADA        *
      *                       GRAVACAO O HR-REALIZADO DAS ATIVIDADES   *
      *                       TOCADAS E RECALCULADO COMO A SOMA DOS    *
      *                       APONTAMENTOS (JORNAL SYS015) - O         *
      *                       OPERADOR SO APONTA PARA SI; SUPERVISOR   *
      *                       E ADMINISTRADOR APONTAM PARA QUALQUER    *
      *                       OPERADOR DO CADASTRO SYS042; DATA FUTURA *
      *                       E MES FECHADO NO SYS045 SAO RECUSADOS    *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
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
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS081.
      *
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
           SELECT  SYS015    ASSIGN    TO 'SYS015.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS015.
      *
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY OP-ID-OPER
                     FILE STATUS IS WS-STATUS-SYS042.
      *
           SELECT  SYS045    ASSIGN    TO 'SYS045.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS045.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS081
                              DATA RECORD AP-SYS081.
      *
       01          AP-SYS081.
      *
           COPY WATV25                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
      *
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS015
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS015
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS015.
           03      FILLER          PIC     X(400)        VALUE SPACES.
      *
       FD          SYS042
                              DATA RECORD OP-SYS042.
      *
       01          OP-SYS042.
      *
           COPY WATV07                 REPLACING ==::== BY ==OP==.
      *
       FD          SYS045
                              RECORDING MODE IS F
                              DATA RECORD PE-SYS045
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          PE-SYS045.
      *
           COPY WATV09                 REPLACING ==::== BY ==PE==.
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
             05    AC-GRAVADOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-HR-SOMA      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-HR-SEMANA    PIC    S9(05) COMP-3  VALUE ZEROS.
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
               88  CN-ESC                                VALUE '01'.
               88  CN-PF12                               VALUE '93'.
             05    WS-DT-HOJE      PIC     X(08)         VALUE SPACES.
             05    WS-ID-OPER      PIC     X(08)         VALUE SPACES.
             05    WS-NM-OPER      PIC     X(30)         VALUE SPACES.
             05    WS-HR-CAPACIDADE
                                   PIC     9(03)         VALUE ZEROS.
             05    WS-PERFIL       PIC     X(01)         VALUE '1'.
               88  CN-PERFIL-OPERADOR                    VALUE '1'.
               88  CN-PERFIL-SUPERVISOR                  VALUE '2'.
               88  CN-PERFIL-ADMINISTRADOR               VALUE '3'.
             05    WS-SW-CADASTRO  PIC     X(01)         VALUE 'N'.
               88  CN-COM-CADASTRO                       VALUE 'S'.
               88  CN-SEM-CADASTRO                       VALUE 'N'.
             05    WS-SW-CABEC     PIC     X(01)         VALUE 'N'.
               88  CN-CABEC-OK                           VALUE 'S'.
               88  CN-CABEC-NOK                          VALUE 'N'.
             05    WS-SW-GRADE     PIC     X(01)         VALUE 'N'.
               88  CN-GRADE-OK                           VALUE 'S'.
               88  CN-GRADE-NOK                          VALUE 'N'.
             05    WS-SW-FIM-GRADE PIC     X(01)         VALUE 'N'.
               88  CN-FIM-GRADE                          VALUE 'S'.
               88  CN-EDITANDO-GRADE                     VALUE 'N'.
             05    WS-SW-EXCEDIDA  PIC     X(01)         VALUE 'N'.
               88  CN-SEMANA-EXCEDIDA                    VALUE 'S'.
             05    WS-SW-PERIODO   PIC     X(01)         VALUE 'N'.
               88  CN-PERIODO-FECHADO                    VALUE 'S'.
               88  CN-PERIODO-LIVRE                      VALUE 'N'.
             05    WS-SW-MUDOU     PIC     X(01)         VALUE 'N'.
               88  CN-DIA-MUDOU                          VALUE 'S'.
             05    WS-SW-ATIVIDADE PIC     X(01)         VALUE 'N'.
               88  CN-ATIVIDADE-OK                       VALUE 'S'.
               88  CN-ATIVIDADE-NOK                      VALUE 'N'.
             05    WS-CT-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-DT-SEMANA.
               07  WS-DIA-SEM      PIC     X(02)         VALUE SPACES.
               07  WS-MES-SEM      PIC     X(02)         VALUE SPACES.
               07  WS-ANO-SEM      PIC     X(04)         VALUE SPACES.
             05    WS-DT-INI-8     PIC     X(08)         VALUE SPACES.
             05    WS-DT-FIM-8     PIC     X(08)         VALUE SPACES.
             05    WS-DT-VERIF     PIC     X(08)         VALUE SPACES.
             05    WS-MES-PER-X    PIC     X(02)         VALUE SPACES.
             05    WS-SS-AUX       PIC     9(06)         VALUE ZEROS.
             05    WS-ST-AUX       PIC     9(06)         VALUE ZEROS.
             05    WS-QUOC-CAMPO   PIC     9(03)         VALUE ZEROS.
             05    WS-RESTO-CAMPO  PIC     9(03)         VALUE ZEROS.
             05    WS-LIN-TELA     PIC     9(02)         VALUE ZEROS.
             05    WS-COL-TELA     PIC     9(02)         VALUE ZEROS.
             05    WS-POS-DISPLAY  PIC     9(04)         VALUE ZEROS.
             05    WS-HR-ED        PIC     ZZ9           VALUE ZEROS.
             05    WS-HORAS-ED     PIC     Z9            VALUE ZEROS.
             05    WS-DT-TELA      PIC     X(05)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DO CALCULO DE DATAS DA SEMANA                          *
      ******************************************************************
           03      WS-AREA-DATAS.
             05    FILLER          PIC     X(07)         VALUE
                                   '=DATAS='.
             05    WS-DT-ITER.
               07  WS-ITER-ANO     PIC     9(04)         VALUE ZEROS.
               07  WS-ITER-MES     PIC     9(02)         VALUE ZEROS.
               07  WS-ITER-DIA     PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-SEMANA   PIC     9(01)         VALUE ZEROS.
             05    WS-QT-RECUO     PIC     9(01)         VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(05)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-Q     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-M     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-A     PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-K     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-J     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T1    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T2    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T3    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T4    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-SOMA  PIC     9(05)         VALUE ZEROS.
             05    WS-TAB-DIAS     OCCURS  7 TIMES.
               07  TD-DATA         PIC     X(08).
               07  TD-TOTAL        PIC     9(03).
      *
      ******************************************************************
      *    AREA DA GRADE SEMANAL (10 SS/ST X 7 DIAS)                   *
      ******************************************************************
           03      WS-AREA-GRADE.
             05    FILLER          PIC     X(07)         VALUE
                                   '=GRADE='.
             05    WS-CT-LINHAS    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-LIN      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-LIN2     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-DIA      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-GRADE    OCCURS  10 TIMES.
               07  TA-SS           PIC     9(06).
               07  TA-ST           PIC     9(06).
               07  TA-SS-ORIG      PIC     9(06).
               07  TA-ST-ORIG      PIC     9(06).
               07  TA-TOTAL        PIC     9(03).
               07  TA-DIAS         OCCURS  7 TIMES.
                 09 TA-HORAS       PIC     9(02).
                 09 TA-HORAS-ORIG  PIC     9(02).
      *
      ******************************************************************
      *    AREA DAS ATIVIDADES COM HR-REALIZADO A RECALCULAR           *
      ******************************************************************
           03      WS-AREA-AFETADAS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=AFETADAS='.
             05    WS-CT-AFETADAS  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-AFE      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-AFETADAS OCCURS  20 TIMES.
               07  TF-SS           PIC     9(06).
               07  TF-ST           PIC     9(06).
      *
      ******************************************************************
      *    AREA DA TABELA DE PERIODOS FECHADOS (SYS045)                *
      ******************************************************************
           03      WS-AREA-PERIODOS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=PERIODOS='.
             05    WS-CT-PERIODOS  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-PER      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-PERIODOS OCCURS  240 TIMES.
               07  TP-ANO          PIC     X(04).
               07  TP-MES          PIC     9(02).
               07  TP-SITUACAO     PIC     X(01).
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS081
                                   PIC     X(02).
               88  CN-SYS081-OK                          VALUE '00'.
               88  CN-SYS081-DPL                         VALUE '02'.
               88  CN-SYS081-NOK                         VALUE '23'.
               88  CN-SYS081-EOF                         VALUE '10'.
               88  CN-SYS081-DUPLICADA                   VALUE '22'.
               88  CN-SYS081-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-BUSY                        VALUE '61'.
               88  CN-SYS010-LOCKED                      VALUE '51'.
      *
             05    WS-STATUS-SYS015
                                   PIC     X(02).
               88  CN-SYS015-OK                          VALUE '00'.
               88  CN-SYS015-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS042
                                   PIC     X(02).
               88  CN-SYS042-OK                          VALUE '00'.
               88  CN-SYS042-DPL                         VALUE '02'.
               88  CN-SYS042-NOK                         VALUE '23'.
               88  CN-SYS042-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS045
                                   PIC     X(02).
               88  CN-SYS045-OK                          VALUE '00'.
               88  CN-SYS045-NOK                         VALUE '23'.
               88  CN-SYS045-EOF                         VALUE '10'.
               88  CN-SYS045-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.901I - ERRO NO ARQ. SYS081         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.902I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.903I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.904I - ERRO NO REWRITE ARQ. SYS010 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.905I - REGISTRO SYS010 EM USO - TENTE NOVO'.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.906I - ERRO NO ARQ. SYS015         STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.907I - ERRO NO ARQ. SYS042         STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.908I - ERRO NO ARQ. SYS045         STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.909I - DATA DA SEMANA INVALIDA             '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.910I - SS/ST INEXISTENTE OU CANCELADA      '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.911I - HORAS APONTADAS EM DATA FUTURA      '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.912I - DIA COM MAIS DE 24 HORAS APONTADAS  '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.913I - PERIODO FECHADO - REABRA NO ATV24   '.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.914I - SS/ST REPETIDA NA SEMANA            '.
      *
             05    WS-MSGARQ-915.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.915I - INFORME A SS/ST DAS HORAS APONTADAS '.
      *
             05    WS-MSGARQ-916.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.916I - SEMANA COM MAIS DE 10 SS/ST         '.
      *
             05    WS-MSGARQ-917.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.917I - OPERADOR NAO CADASTRADO NO SYS042   '.
      *
             05    WS-MSGARQ-918.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.918I - SEMANA GRAVADA - APONTAMENTOS:      '.
               07  WS-QT-GRAVADOS  PIC     ZZZZ9         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV50.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
      *
      ******************************************************************
      *    AREA DE PARAMETROS DO SISTEMA (SYS106)                      *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=PARAMETROS='.
             05    WS-MAX-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE 10.
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
      *    AREA DA IMAGEM ANTERIOR DO REGISTRO (P/ JORNAL SYS015)      *
      ******************************************************************
       01          WS-SYS010-ANTES.
      *
           COPY WATV01                 REPLACING ==::== BY ==AN==.
      *
      ******************************************************************
      *    AREA DO JORNAL DE ALTERACOES/BAIXAS (SYS015)                *
      ******************************************************************
       01          WS-LOG-SYS015.
      *
           COPY WATV01                 REPLACING ==::== BY ==LG==.
      *
             03    LG-DT-ALTERACAO PIC     X(08)         VALUE SPACES.
             03    LG-HR-ALTERACAO PIC     X(06)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE COMANDO DA LEITURA DE PARAMETROS (WATV39)           *
      ******************************************************************
       01          WS-COMANDO-PARAM.
      *
           COPY WATV39                 REPLACING ==::== BY ==CP==.
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
             05    LINE 04 COLUMN 16                     VALUE
                   '  *** APONTAMENTO SEMANAL DE HORAS ***           '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-OPER.
             05    LINE 06 COLUMN 04                     VALUE
                   'OPERADOR....: ' HIGHLIGHT.
             05    LINE 06 COLUMN 18
                                   PIC     X(08) USING WS-ID-OPER
                                   AUTO REQUIRED.
           03      SC-SEMANA.
             05    LINE 07 COLUMN 04                     VALUE
                   'SEMANA DE...: ' HIGHLIGHT.
             05    LINE 07 COLUMN 18
                                   PIC     X(02) USING WS-DIA-SEM
                                   AUTO PROMPT 'D'.
             05    LINE 07 COLUMN 20                     VALUE '/'.
             05    LINE 07 COLUMN 21
                                   PIC     X(02) USING WS-MES-SEM
                                   AUTO PROMPT 'M'.
             05    LINE 07 COLUMN 23                     VALUE '/'.
             05    LINE 07 COLUMN 24
                                   PIC     X(04) USING WS-ANO-SEM
                                   AUTO PROMPT 'A'.
           03      SC-INFO.
             05    LINE 06 COLUMN 28
                                   PIC     X(30) FROM WS-NM-OPER.
             05    LINE 07 COLUMN 30                     VALUE
                   'CAPACIDADE SEMANAL (SYS042): '.
             05    LINE 07 COLUMN 59
                                   PIC     ZZ9   FROM WS-HR-CAPACIDADE.
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
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DT-HOJE           FROM DATE YYYYMMDD.
      *
           PERFORM RTOBTER-PERFIL.
      *
           PERFORM RTCARREGAR-PERIODOS.
      *
           OPEN I-O SYS081.
      *
           IF CN-SYS081-INEXISTENTE
               OPEN OUTPUT SYS081
               CLOSE SYS081
               OPEN I-O SYS081
           END-IF.
      *
           IF CN-SYS081-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS081   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-CT-RETRY-SYS010.
      *
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               CLOSE SYS081
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN EXTEND SYS015.
      *
           IF CN-SYS015-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS015   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               CLOSE SYS081
                     SYS010
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO SISTEMA (SYS106)         *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           MOVE 'RETRY-SYS010'         TO CP-COD-PARAM.
           MOVE 10                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-MAX-RETRY-SYS010.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O PERFIL DO OPERADOR NO CADASTRO SYS042   *
      ******************************************************************
       RTOBTER-PERFIL                  SECTION.
      ******************************************************************
      *
           MOVE LK-OPERADOR            TO WS-ID-OPER.
      *
           OPEN INPUT SYS042.
      *
           EVALUATE TRUE
               WHEN CN-SYS042-OK
                   SET CN-COM-CADASTRO TO TRUE
                   MOVE LK-OPERADOR    TO OP-ID-OPER
                   READ SYS042
                   IF CN-SYS042-OK     OR CN-SYS042-DPL
                       MOVE OP-PERFIL  TO WS-PERFIL
                   END-IF
      *        SEM CADASTRO DE OPERADORES O ACESSO E LIVRE (ATV00).
               WHEN CN-SYS042-INEXISTENTE
                   SET CN-SEM-CADASTRO TO TRUE
                   SET CN-PERFIL-ADMINISTRADOR
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTOBTER-PERFIL-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CONTROLE DE PERIODOS (SYS045)        *
      ******************************************************************
       RTCARREGAR-PERIODOS             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-PERIODOS.
      *
           OPEN INPUT SYS045.
      *
           EVALUATE TRUE
               WHEN CN-SYS045-OK
                   READ SYS045
                   PERFORM UNTIL NOT CN-SYS045-OK
                       IF WS-CT-PERIODOS
                                       LESS 240
                           ADD 1       TO WS-CT-PERIODOS
                           MOVE PE-ANO TO TP-ANO (WS-CT-PERIODOS)
                           MOVE PE-MES TO TP-MES (WS-CT-PERIODOS)
                           MOVE PE-SITUACAO
                                       TO TP-SITUACAO (WS-CT-PERIODOS)
                       END-IF
                       READ SYS045
                   END-PERFORM
                   CLOSE SYS045
               WHEN CN-SYS045-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS045
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-PERIODOS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL CN-ESC
               PERFORM RTINICIALIZAR-TELA
               PERFORM RTOBTER-CABECALHO
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   PERFORM RTVALIDAR-CABECALHO
                   IF CN-CABEC-OK
                       PERFORM RTMONTAR-SEMANA
                       PERFORM RTCARREGAR-SEMANA
                       PERFORM RTDIGITAR-GRADE
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           PERFORM RTFECHAR.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INICIALIZAR TELA                                *
      ******************************************************************
       RTINICIALIZAR-TELA              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE SPACES                 TO WS-MSG.
      *
      *    O OPERADOR COMUM SO APONTA AS PROPRIAS HORAS.
           IF CN-PERFIL-OPERADOR
               MOVE LK-OPERADOR        TO WS-ID-OPER
               MOVE 2                  TO AC-CAMPO
           ELSE
               MOVE 1                  TO AC-CAMPO
           END-IF.
      *
      ******************************************************************
       RTINICIALIZAR-TELA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O OPERADOR E A SEMANA                     *
      ******************************************************************
       RTOBTER-CABECALHO               SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 2
               EVALUATE AC-CAMPO
                   WHEN 1
                       IF CN-PERFIL-OPERADOR
                           MOVE ZEROS  TO AC-CAMPO
                       ELSE
                           ACCEPT SC-OPER
                           PERFORM RTPOSICIONAR
                       END-IF
                   WHEN 2
                       ACCEPT SC-SEMANA
                       PERFORM RTPOSICIONAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CABECALHO-EXIT.         EXIT.
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
      *    ROTINA PARA VALIDAR O OPERADOR E A DATA DA SEMANA           *
      ******************************************************************
       RTVALIDAR-CABECALHO             SECTION.
      ******************************************************************
      *
           SET CN-CABEC-OK             TO TRUE.
      *
           MOVE SPACES                 TO WS-NM-OPER.
           MOVE ZEROS                  TO WS-HR-CAPACIDADE.
      *
           IF CN-COM-CADASTRO
               MOVE WS-ID-OPER         TO OP-ID-OPER
               READ SYS042
               IF CN-SYS042-OK         OR CN-SYS042-DPL
                   MOVE OP-NM-OPER     TO WS-NM-OPER
                   IF OP-HR-CAPACIDADE NUMERIC
                       MOVE OP-HR-CAPACIDADE
                                       TO WS-HR-CAPACIDADE
                   END-IF
               ELSE
                   SET CN-CABEC-NOK    TO TRUE
                   MOVE WS-MSGARQ-917  TO WS-MSG
               END-IF
           END-IF.
      *
           IF CN-CABEC-OK
               IF WS-DIA-SEM           NUMERIC AND
                  WS-MES-SEM           NUMERIC AND
                  WS-ANO-SEM           NUMERIC
                   MOVE WS-ANO-SEM     TO WS-ITER-ANO
                   MOVE WS-MES-SEM     TO WS-ITER-MES
                   MOVE WS-DIA-SEM     TO WS-ITER-DIA
                   PERFORM RTOBTER-DIA-MAXIMO
                   IF WS-ITER-MES      LESS 01 OR
                      WS-ITER-MES      GREATER 12 OR
                      WS-ITER-DIA      LESS 01 OR
                      WS-ITER-DIA      GREATER WS-DIA-MAXIMO OR
                      WS-ITER-ANO      EQUAL ZEROS
                       SET CN-CABEC-NOK
                                       TO TRUE
                       MOVE WS-MSGARQ-909
                                       TO WS-MSG
                   END-IF
               ELSE
                   SET CN-CABEC-NOK    TO TRUE
                   MOVE WS-MSGARQ-909  TO WS-MSG
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-CABECALHO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR AS DATAS DA SEMANA (SEGUNDA A DOMINGO)   *
      ******************************************************************
       RTMONTAR-SEMANA                 SECTION.
      ******************************************************************
      *
           PERFORM RTCALC-DIA-SEMANA.
      *
      *    QUALQUER DATA DIGITADA E LEVADA PARA A SEGUNDA-FEIRA DA
      *    SUA SEMANA (0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...).
           IF WS-DIA-SEMANA            GREATER OR EQUAL 2
               COMPUTE WS-QT-RECUO     = WS-DIA-SEMANA - 2
           ELSE
               COMPUTE WS-QT-RECUO     = WS-DIA-SEMANA + 5
           END-IF.
      *
           PERFORM UNTIL WS-QT-RECUO   EQUAL ZEROS
               PERFORM RTRECUAR-DIA
               SUBTRACT 1              FROM WS-QT-RECUO
           END-PERFORM.
      *
           MOVE WS-ITER-DIA            TO WS-DIA-SEM.
           MOVE WS-ITER-MES            TO WS-MES-SEM.
           MOVE WS-ITER-ANO            TO WS-ANO-SEM.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               MOVE WS-DT-ITER         TO TD-DATA (WS-IDX-DIA)
               MOVE ZEROS              TO TD-TOTAL (WS-IDX-DIA)
               PERFORM RTAVANCAR-DIA
           END-PERFORM.
      *
           MOVE TD-DATA (1)            TO WS-DT-INI-8.
           MOVE TD-DATA (7)            TO WS-DT-FIM-8.
      *
      ******************************************************************
       RTMONTAR-SEMANA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER)               *
      *    RESULTADO: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...        *
      ******************************************************************
       RTCALC-DIA-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE WS-ITER-DIA            TO WS-ZELLER-Q.
           MOVE WS-ITER-MES            TO WS-ZELLER-M.
           MOVE WS-ITER-ANO            TO WS-ZELLER-A.
      *
           IF WS-ZELLER-M              LESS 3
               ADD 12                  TO WS-ZELLER-M
               SUBTRACT 1              FROM WS-ZELLER-A
           END-IF.
      *
           DIVIDE WS-ZELLER-A          BY 100
                                       GIVING WS-ZELLER-J
                                       REMAINDER WS-ZELLER-K.
      *
           COMPUTE WS-ZELLER-T1        = 13 * (WS-ZELLER-M + 1).
      *
           DIVIDE WS-ZELLER-T1         BY 5
                                       GIVING WS-ZELLER-T2
                                       REMAINDER WS-QUOCIENTE.
      *
           DIVIDE WS-ZELLER-K          BY 4
                                       GIVING WS-ZELLER-T3
                                       REMAINDER WS-QUOCIENTE.
      *
           DIVIDE WS-ZELLER-J          BY 4
                                       GIVING WS-ZELLER-T4
                                       REMAINDER WS-QUOCIENTE.
      *
           COMPUTE WS-ZELLER-SOMA      = WS-ZELLER-Q  + WS-ZELLER-T2 +
                                         WS-ZELLER-K  + WS-ZELLER-T3 +
                                         WS-ZELLER-T4 +
                                         (5 * WS-ZELLER-J).
      *
           DIVIDE WS-ZELLER-SOMA       BY 7
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-DIA-SEMANA.
      *
      ******************************************************************
       RTCALC-DIA-SEMANA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVANCAR A DATA DE ITERACAO EM UM DIA            *
      ******************************************************************
       RTAVANCAR-DIA                   SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-ITER-DIA.
      *
           PERFORM RTOBTER-DIA-MAXIMO.
      *
           IF WS-ITER-DIA              GREATER WS-DIA-MAXIMO
               MOVE 1                  TO WS-ITER-DIA
               ADD 1                   TO WS-ITER-MES
               IF WS-ITER-MES          GREATER 12
                   MOVE 1              TO WS-ITER-MES
                   ADD 1               TO WS-ITER-ANO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAVANCAR-DIA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RECUAR A DATA DE ITERACAO EM UM DIA             *
      ******************************************************************
       RTRECUAR-DIA                    SECTION.
      ******************************************************************
      *
           IF WS-ITER-DIA              GREATER 1
               SUBTRACT 1              FROM WS-ITER-DIA
           ELSE
               IF WS-ITER-MES          GREATER 1
                   SUBTRACT 1          FROM WS-ITER-MES
               ELSE
                   MOVE 12             TO WS-ITER-MES
                   SUBTRACT 1          FROM WS-ITER-ANO
               END-IF
               PERFORM RTOBTER-DIA-MAXIMO
               MOVE WS-DIA-MAXIMO      TO WS-ITER-DIA
           END-IF.
      *
      ******************************************************************
       RTRECUAR-DIA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES DA ITERACAO           *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-ITER-MES
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
           DIVIDE WS-ITER-ANO          BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-ITER-ANO          BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-ITER-ANO          BY 400
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
      *    ROTINA PARA CARREGAR OS APONTAMENTOS DA SEMANA (SYS081)     *
      ******************************************************************
       RTCARREGAR-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-LINHAS.
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               INITIALIZE WS-TAB-GRADE (WS-IDX-LIN)
           END-PERFORM.
      *
           MOVE 'N'                    TO WS-SW-EXCEDIDA.
      *
           MOVE WS-ID-OPER             TO AP-ID-OPER.
           MOVE WS-DT-INI-8            TO AP-DT-APONT.
           MOVE ZEROS                  TO AP-SS
                                          AP-ST.
      *
           START SYS081         KEY IS GREATER THAN OR
                                       EQUAL AP-CHAVE-APONT
               INVALID KEY
                   SET CN-SYS081-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS081-EOF
               READ SYS081 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS081-OK
                   WHEN CN-SYS081-DPL
                       IF AP-ID-OPER   EQUAL WS-ID-OPER AND
                          AP-DT-APONT  LESS OR EQUAL WS-DT-FIM-8
                           PERFORM RTCARREGAR-APONTAMENTO
                       ELSE
                           SET CN-SYS081-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS081-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               MOVE TA-SS-ORIG (WS-IDX-LIN)
                                       TO TA-SS (WS-IDX-LIN)
               MOVE TA-ST-ORIG (WS-IDX-LIN)
                                       TO TA-ST (WS-IDX-LIN)
           END-PERFORM.
      *
           IF CN-SEMANA-EXCEDIDA
               MOVE WS-MSGARQ-916      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTCARREGAR-SEMANA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA POR UM APONTAMENTO LIDO NA GRADE                *
      ******************************************************************
       RTCARREGAR-APONTAMENTO          SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-LIN2.
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL WS-CT-LINHAS
               ADD 1                   TO WS-IDX-LIN
               IF TA-SS-ORIG (WS-IDX-LIN)
                                       EQUAL AP-SS AND
                  TA-ST-ORIG (WS-IDX-LIN)
                                       EQUAL AP-ST
                   MOVE WS-IDX-LIN     TO WS-IDX-LIN2
               END-IF
           END-PERFORM.
      *
           IF WS-IDX-LIN2              EQUAL ZEROS
               IF WS-CT-LINHAS         LESS 10
                   ADD 1               TO WS-CT-LINHAS
                   MOVE WS-CT-LINHAS   TO WS-IDX-LIN2
                   MOVE AP-SS          TO TA-SS-ORIG (WS-IDX-LIN2)
                   MOVE AP-ST          TO TA-ST-ORIG (WS-IDX-LIN2)
               ELSE
                   SET CN-SEMANA-EXCEDIDA
                                       TO TRUE
               END-IF
           END-IF.
      *
           IF WS-IDX-LIN2              GREATER ZEROS
               MOVE ZEROS              TO WS-IDX-DIA
               PERFORM UNTIL WS-IDX-DIA
                                       GREATER OR EQUAL 7
                   ADD 1               TO WS-IDX-DIA
                   IF TD-DATA (WS-IDX-DIA)
                                       EQUAL AP-DT-APONT
                       MOVE AP-HORAS   TO TA-HORAS
                                          (WS-IDX-LIN2 WS-IDX-DIA)
                                          TA-HORAS-ORIG
                                          (WS-IDX-LIN2 WS-IDX-DIA)
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTCARREGAR-APONTAMENTO-EXIT.    EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA DIGITAR A GRADE SEMANAL                         *
      ******************************************************************
       RTDIGITAR-GRADE                 SECTION.
      ******************************************************************
      *
           PERFORM RTCALCULAR-TOTAIS.
      *
           PERFORM RTEXIBIR-GRADE.
      *
           SET CN-EDITANDO-GRADE       TO TRUE.
      *
           MOVE 1                      TO AC-CAMPO.
      *
           PERFORM                     UNTIL CN-FIM-GRADE
               PERFORM RTACEITAR-CAMPO
               PERFORM RTCALCULAR-TOTAIS
               PERFORM RTEXIBIR-TOTAIS
               EVALUATE TRUE
                   WHEN CN-PF12
                       PERFORM RTVALIDAR-GRADE
                       IF CN-GRADE-OK
                           PERFORM RTOPCAO
                           IF CN-PF12
                               PERFORM RTGRAVAR-SEMANA
                               SET CN-FIM-GRADE
                                       TO TRUE
                           END-IF
                       END-IF
                       MOVE SPACES     TO WS-TECLA
                       PERFORM RTEXIBIR-GRADE
                   WHEN CN-ESC
                       SUBTRACT 1      FROM AC-CAMPO
                       IF AC-CAMPO     LESS 1
                           SET CN-FIM-GRADE
                                       TO TRUE
                       END-IF
                   WHEN OTHER
                       ADD 1           TO AC-CAMPO
                       IF AC-CAMPO     GREATER 90
                           MOVE 1      TO AC-CAMPO
                       END-IF
               END-EVALUATE
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
      ******************************************************************
       RTDIGITAR-GRADE-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACEITAR UM CAMPO DA GRADE                       *
      *    CAMPO 1 A 90: 9 CAMPOS POR LINHA (SS, ST E OS 7 DIAS)       *
      ******************************************************************
       RTACEITAR-CAMPO                 SECTION.
      ******************************************************************
      *
           COMPUTE WS-QUOC-CAMPO       = AC-CAMPO - 1.
      *
           DIVIDE WS-QUOC-CAMPO        BY 9
                                       GIVING WS-QUOC-CAMPO
                                       REMAINDER WS-RESTO-CAMPO.
      *
           COMPUTE WS-IDX-LIN          = WS-QUOC-CAMPO + 1.
      *
           COMPUTE WS-LIN-TELA         = WS-IDX-LIN + 10.
      *
           EVALUATE WS-RESTO-CAMPO
               WHEN 0
                   COMPUTE WS-POS-DISPLAY
                                       = (WS-LIN-TELA * 100) + 4
                   ACCEPT TA-SS (WS-IDX-LIN)
                                       AT WS-POS-DISPLAY
                                       WITH AUTO UPDATE
               WHEN 1
                   COMPUTE WS-POS-DISPLAY
                                       = (WS-LIN-TELA * 100) + 11
                   ACCEPT TA-ST (WS-IDX-LIN)
                                       AT WS-POS-DISPLAY
                                       WITH AUTO UPDATE
               WHEN OTHER
                   COMPUTE WS-IDX-DIA  = WS-RESTO-CAMPO - 1
                   COMPUTE WS-COL-TELA = 20 + ((WS-IDX-DIA - 1) * 6)
                   COMPUTE WS-POS-DISPLAY
                                       = (WS-LIN-TELA * 100) +
                                         WS-COL-TELA
                   ACCEPT TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       AT WS-POS-DISPLAY
                                       WITH AUTO UPDATE
           END-EVALUATE.
      *
           ACCEPT WS-TECLA             FROM ESCAPE KEY.
      *
      ******************************************************************
       RTACEITAR-CAMPO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR OS TOTAIS POR LINHA, DIA E SEMANA      *
      ******************************************************************
       RTCALCULAR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-HR-SEMANA.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               MOVE ZEROS              TO TD-TOTAL (WS-IDX-DIA)
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               MOVE ZEROS              TO TA-TOTAL (WS-IDX-LIN)
               MOVE ZEROS              TO WS-IDX-DIA
               PERFORM UNTIL WS-IDX-DIA
                                       GREATER OR EQUAL 7
                   ADD 1               TO WS-IDX-DIA
                   IF TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       NOT NUMERIC
                       MOVE ZEROS      TO TA-HORAS
                                          (WS-IDX-LIN WS-IDX-DIA)
                   END-IF
                   ADD TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       TO TA-TOTAL (WS-IDX-LIN)
                                          TD-TOTAL (WS-IDX-DIA)
                                          AC-HR-SEMANA
               END-PERFORM
           END-PERFORM.
      *
      ******************************************************************
       RTCALCULAR-TOTAIS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR A GRADE COMPLETA                         *
      ******************************************************************
       RTEXIBIR-GRADE                  SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'SS     ST'         AT 0904.
      *
           DISPLAY 'SEG   TER   QUA   QUI   SEX   SAB   DOM   TOTAL'
                                       AT 0920.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               STRING TD-DATA (WS-IDX-DIA) (7:2) '/'
                      TD-DATA (WS-IDX-DIA) (5:2)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-TELA
               COMPUTE WS-POS-DISPLAY  = 1000 + 19 +
                                         ((WS-IDX-DIA - 1) * 6)
               DISPLAY WS-DT-TELA      AT WS-POS-DISPLAY
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               COMPUTE WS-LIN-TELA     = WS-IDX-LIN + 10
               COMPUTE WS-POS-DISPLAY  = (WS-LIN-TELA * 100) + 4
               DISPLAY TA-SS (WS-IDX-LIN)
                                       AT WS-POS-DISPLAY
               COMPUTE WS-POS-DISPLAY  = (WS-LIN-TELA * 100) + 10
               DISPLAY '/'             AT WS-POS-DISPLAY
               COMPUTE WS-POS-DISPLAY  = (WS-LIN-TELA * 100) + 11
               DISPLAY TA-ST (WS-IDX-LIN)
                                       AT WS-POS-DISPLAY
               MOVE ZEROS              TO WS-IDX-DIA
               PERFORM UNTIL WS-IDX-DIA
                                       GREATER OR EQUAL 7
                   ADD 1               TO WS-IDX-DIA
                   COMPUTE WS-POS-DISPLAY
                                       = (WS-LIN-TELA * 100) + 20 +
                                         ((WS-IDX-DIA - 1) * 6)
                   DISPLAY TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       AT WS-POS-DISPLAY
               END-PERFORM
           END-PERFORM.
      *
           DISPLAY 'TOTAL DIA'         AT 2104.
      *
           PERFORM RTEXIBIR-TOTAIS.
      *
           DISPLAY 'ENTER-AVANCA  ESC-VOLTA  F12-GRAVA A SEMANA'
                                       AT 2502.
      *
      ******************************************************************
       RTEXIBIR-GRADE-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR OS TOTAIS DA GRADE                       *
      ******************************************************************
       RTEXIBIR-TOTAIS                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               COMPUTE WS-POS-DISPLAY  = ((WS-IDX-LIN + 10) * 100) + 63
               MOVE TA-TOTAL (WS-IDX-LIN)
                                       TO WS-HR-ED
               DISPLAY WS-HR-ED        AT WS-POS-DISPLAY
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               COMPUTE WS-POS-DISPLAY  = 2100 + 19 +
                                         ((WS-IDX-DIA - 1) * 6)
               MOVE TD-TOTAL (WS-IDX-DIA)
                                       TO WS-HR-ED
               DISPLAY WS-HR-ED        AT WS-POS-DISPLAY
           END-PERFORM.
      *
           MOVE AC-HR-SEMANA           TO WS-HR-ED.
      *
           DISPLAY WS-HR-ED            AT 2163.
      *
           DISPLAY WS-MSG              AT 2204.
      *
      ******************************************************************
       RTEXIBIR-TOTAIS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR A GRADE ANTES DE GRAVAR                 *
      ******************************************************************
       RTVALIDAR-GRADE                 SECTION.
      ******************************************************************
      *
           SET CN-GRADE-OK             TO TRUE.
      *
           MOVE SPACES                 TO WS-MSG.
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10 OR
                         CN-GRADE-NOK
               ADD 1                   TO WS-IDX-LIN
               PERFORM RTVALIDAR-LINHA
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7 OR
                         CN-GRADE-NOK
               ADD 1                   TO WS-IDX-DIA
               IF TD-TOTAL (WS-IDX-DIA)
                                       GREATER 24
                   SET CN-GRADE-NOK    TO TRUE
                   MOVE WS-MSGARQ-912  TO WS-MSG
                   COMPUTE AC-CAMPO    = WS-IDX-DIA + 2
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTVALIDAR-GRADE-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR UMA LINHA DA GRADE                      *
      ******************************************************************
       RTVALIDAR-LINHA                 SECTION.
      ******************************************************************
      *
           COMPUTE AC-CAMPO            = ((WS-IDX-LIN - 1) * 9) + 1.
      *
           EVALUATE TRUE
      *        LINHA SEM SS/ST NAO PODE TER HORAS.
               WHEN TA-SS (WS-IDX-LIN) EQUAL ZEROS AND
                    TA-ST (WS-IDX-LIN) EQUAL ZEROS
                   IF TA-TOTAL (WS-IDX-LIN)
                                       GREATER ZEROS
                       SET CN-GRADE-NOK
                                       TO TRUE
                       MOVE WS-MSGARQ-915
                                       TO WS-MSG
                   END-IF
      *        LINHA CARREGADA E NAO MEXIDA DISPENSA A RELEITURA.
               WHEN TA-SS (WS-IDX-LIN) EQUAL TA-SS-ORIG (WS-IDX-LIN) AND
                    TA-ST (WS-IDX-LIN) EQUAL TA-ST-ORIG (WS-IDX-LIN)
                   PERFORM RTVALIDAR-DIAS
               WHEN OTHER
                   PERFORM RTVALIDAR-REPETIDA
                   IF CN-GRADE-OK
                       MOVE TA-SS (WS-IDX-LIN)
                                       TO WS-SS-AUX
                       MOVE TA-ST (WS-IDX-LIN)
                                       TO WS-ST-AUX
                       PERFORM RTVERIFICAR-ATIVIDADE
                       IF CN-ATIVIDADE-NOK
                           SET CN-GRADE-NOK
                                       TO TRUE
                           MOVE WS-MSGARQ-910
                                       TO WS-MSG
                       END-IF
                   END-IF
                   IF CN-GRADE-OK
                       PERFORM RTVALIDAR-DIAS
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
       RTVALIDAR-LINHA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SS/ST REPETIDA EM OUTRA LINHA         *
      ******************************************************************
       RTVALIDAR-REPETIDA              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-LIN2.
      *
           PERFORM UNTIL WS-IDX-LIN2   GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN2
               IF WS-IDX-LIN2          NOT EQUAL WS-IDX-LIN AND
                  TA-SS (WS-IDX-LIN2)  EQUAL TA-SS (WS-IDX-LIN) AND
                  TA-ST (WS-IDX-LIN2)  EQUAL TA-ST (WS-IDX-LIN)
                   SET CN-GRADE-NOK    TO TRUE
                   MOVE WS-MSGARQ-914  TO WS-MSG
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTVALIDAR-REPETIDA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DIAS DE UMA LINHA (DATA FUTURA E     *
      *    MES FECHADO NO SYS045)                                      *
      ******************************************************************
       RTVALIDAR-DIAS                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7 OR
                         CN-GRADE-NOK
               ADD 1                   TO WS-IDX-DIA
               IF TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       GREATER ZEROS AND
                  TD-DATA (WS-IDX-DIA) GREATER WS-DT-HOJE
                   SET CN-GRADE-NOK    TO TRUE
                   MOVE WS-MSGARQ-911  TO WS-MSG
               END-IF
      *        SO O QUE MUDOU NO DIA ESBARRA NO PERIODO FECHADO.
               MOVE 'N'                TO WS-SW-MUDOU
               IF TA-HORAS (WS-IDX-LIN WS-IDX-DIA) NOT EQUAL
                  TA-HORAS-ORIG (WS-IDX-LIN WS-IDX-DIA)
                   SET CN-DIA-MUDOU    TO TRUE
               END-IF
               IF TA-SS (WS-IDX-LIN)   NOT EQUAL
                  TA-SS-ORIG (WS-IDX-LIN)        OR
                  TA-ST (WS-IDX-LIN)   NOT EQUAL
                  TA-ST-ORIG (WS-IDX-LIN)
                   IF TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       GREATER ZEROS OR
                      TA-HORAS-ORIG (WS-IDX-LIN WS-IDX-DIA)
                                       GREATER ZEROS
                       SET CN-DIA-MUDOU
                                       TO TRUE
                   END-IF
               END-IF
               IF CN-GRADE-OK AND CN-DIA-MUDOU
                   MOVE TD-DATA (WS-IDX-DIA)
                                       TO WS-DT-VERIF
                   PERFORM RTVERIFICAR-PERIODO
                   IF CN-PERIODO-FECHADO
                       SET CN-GRADE-NOK
                                       TO TRUE
                       MOVE WS-MSGARQ-913
                                       TO WS-MSG
                   END-IF
               END-IF
               IF CN-GRADE-NOK
                   COMPUTE AC-CAMPO    = ((WS-IDX-LIN - 1) * 9) +
                                         WS-IDX-DIA + 2
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTVALIDAR-DIAS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE A DATA CAI EM MES FECHADO          *
      ******************************************************************
       RTVERIFICAR-PERIODO             SECTION.
      ******************************************************************
      *
           SET CN-PERIODO-LIVRE        TO TRUE.
      *
           MOVE ZEROS                  TO WS-IDX-PER.
      *
           PERFORM UNTIL WS-IDX-PER    GREATER OR EQUAL WS-CT-PERIODOS
               ADD 1                   TO WS-IDX-PER
               MOVE TP-MES (WS-IDX-PER)
                                       TO WS-MES-PER-X
               IF TP-ANO (WS-IDX-PER)  EQUAL WS-DT-VERIF (1:4) AND
                  WS-MES-PER-X         EQUAL WS-DT-VERIF (5:2) AND
                  TP-SITUACAO (WS-IDX-PER)
                                       EQUAL 'F'
                   SET CN-PERIODO-FECHADO
                                       TO TRUE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTVERIFICAR-PERIODO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE A SS/ST EXISTE E NAO ESTA          *
      *    CANCELADA NO CADASTRO SYS010                                *
      ******************************************************************
       RTVERIFICAR-ATIVIDADE           SECTION.
      ******************************************************************
      *
           SET CN-ATIVIDADE-NOK        TO TRUE.
      *
           MOVE WS-SS-AUX              TO FD-SS.
           MOVE WS-ST-AUX              TO FD-ST.
      *
           READ SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
               WHEN CN-SYS010-LOCKED
                   IF FD-STATUS-CANCELADO
                       CONTINUE
                   ELSE
                       SET CN-ATIVIDADE-OK
                                       TO TRUE
                   END-IF
               WHEN CN-SYS010-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTVERIFICAR-ATIVIDADE-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OPCAO                                     *
      ******************************************************************
       RTOPCAO                         SECTION.
      ******************************************************************
      *
           DISPLAY 'ESC - CANCELA / F12 - CONFIRMA           '
                                       AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC OR
                                             CN-PF12
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTOPCAO-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A SEMANA NO APONTAMENTO (SYS081)         *
      *    APAGA O QUE FOI CARREGADO E GRAVA A GRADE COMO ESTA         *
      ******************************************************************
       RTGRAVAR-SEMANA                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-AFETADAS
                                          AC-GRAVADOS.
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               IF TA-SS-ORIG (WS-IDX-LIN)
                                       GREATER ZEROS OR
                  TA-ST-ORIG (WS-IDX-LIN)
                                       GREATER ZEROS
                   MOVE TA-SS-ORIG (WS-IDX-LIN)
                                       TO WS-SS-AUX
                   MOVE TA-ST-ORIG (WS-IDX-LIN)
                                       TO WS-ST-AUX
                   PERFORM RTMARCAR-AFETADA
                   PERFORM RTEXCLUIR-LINHA
               END-IF
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               IF TA-SS (WS-IDX-LIN)   GREATER ZEROS OR
                  TA-ST (WS-IDX-LIN)   GREATER ZEROS
                   MOVE TA-SS (WS-IDX-LIN)
                                       TO WS-SS-AUX
                   MOVE TA-ST (WS-IDX-LIN)
                                       TO WS-ST-AUX
                   PERFORM RTMARCAR-AFETADA
                   PERFORM RTINCLUIR-LINHA
               END-IF
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-AFE.
      *
           PERFORM UNTIL WS-IDX-AFE    GREATER OR EQUAL WS-CT-AFETADAS
               ADD 1                   TO WS-IDX-AFE
               MOVE TF-SS (WS-IDX-AFE) TO WS-SS-AUX
               MOVE TF-ST (WS-IDX-AFE) TO WS-ST-AUX
               PERFORM RTATUALIZAR-REALIZADO
           END-PERFORM.
      *
      *    A GRADE GRAVADA PASSA A SER A SITUACAO CARREGADA.
           MOVE ZEROS                  TO WS-IDX-LIN.
      *
           PERFORM UNTIL WS-IDX-LIN    GREATER OR EQUAL 10
               ADD 1                   TO WS-IDX-LIN
               MOVE TA-SS (WS-IDX-LIN) TO TA-SS-ORIG (WS-IDX-LIN)
               MOVE TA-ST (WS-IDX-LIN) TO TA-ST-ORIG (WS-IDX-LIN)
               MOVE ZEROS              TO WS-IDX-DIA
               PERFORM UNTIL WS-IDX-DIA
                                       GREATER OR EQUAL 7
                   ADD 1               TO WS-IDX-DIA
                   MOVE TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       TO TA-HORAS-ORIG
                                          (WS-IDX-LIN WS-IDX-DIA)
               END-PERFORM
           END-PERFORM.
      *
           IF WS-MSG                   EQUAL SPACES
               MOVE AC-GRAVADOS        TO WS-QT-GRAVADOS
               MOVE WS-MSGARQ-918      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SEMANA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR A SS/ST CUJO REALIZADO SERA REFEITO     *
      ******************************************************************
       RTMARCAR-AFETADA                SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-AFE.
      *
           PERFORM UNTIL WS-IDX-AFE    GREATER OR EQUAL WS-CT-AFETADAS
               ADD 1                   TO WS-IDX-AFE
               IF TF-SS (WS-IDX-AFE)   EQUAL WS-SS-AUX AND
                  TF-ST (WS-IDX-AFE)   EQUAL WS-ST-AUX
                   MOVE 99             TO WS-IDX-AFE
               END-IF
           END-PERFORM.
      *
           IF WS-IDX-AFE               NOT EQUAL 99 AND
              WS-CT-AFETADAS           LESS 20
               ADD 1                   TO WS-CT-AFETADAS
               MOVE WS-SS-AUX          TO TF-SS (WS-CT-AFETADAS)
               MOVE WS-ST-AUX          TO TF-ST (WS-CT-AFETADAS)
           END-IF.
      *
      ******************************************************************
       RTMARCAR-AFETADA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXCLUIR OS APONTAMENTOS CARREGADOS DE UMA LINHA *
      ******************************************************************
       RTEXCLUIR-LINHA                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               IF TA-HORAS-ORIG (WS-IDX-LIN WS-IDX-DIA)
                                       GREATER ZEROS
                   MOVE WS-ID-OPER     TO AP-ID-OPER
                   MOVE TD-DATA (WS-IDX-DIA)
                                       TO AP-DT-APONT
                   MOVE WS-SS-AUX      TO AP-SS
                   MOVE WS-ST-AUX      TO AP-ST
                   DELETE SYS081       RECORD
                   IF CN-SYS081-OK     OR CN-SYS081-NOK
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTEXCLUIR-LINHA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR OS APONTAMENTOS DE UMA LINHA            *
      ******************************************************************
       RTINCLUIR-LINHA                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               IF TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       GREATER ZEROS
                   MOVE SPACES         TO AP-SYS081
                   MOVE WS-ID-OPER     TO AP-ID-OPER
                   MOVE TD-DATA (WS-IDX-DIA)
                                       TO AP-DT-APONT
                   MOVE WS-SS-AUX      TO AP-SS
                   MOVE WS-ST-AUX      TO AP-ST
                   MOVE TA-HORAS (WS-IDX-LIN WS-IDX-DIA)
                                       TO AP-HORAS
                   MOVE WS-DT-HOJE     TO AP-DT-REGISTRO
                   MOVE LK-OPERADOR    TO AP-OPERADOR
                   WRITE AP-SYS081
                   IF CN-SYS081-DUPLICADA
                       REWRITE AP-SYS081
                   END-IF
                   IF CN-SYS081-OK     OR CN-SYS081-DPL
                       ADD 1           TO AC-GRAVADOS
                   ELSE
                       MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTINCLUIR-LINHA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RECALCULAR O HR-REALIZADO DA SS/ST NO SYS010    *
      *    (SOMA DE TODOS OS APONTAMENTOS DA ATIVIDADE)                *
      ******************************************************************
       RTATUALIZAR-REALIZADO           SECTION.
      ******************************************************************
      *
           PERFORM RTSOMAR-APONTAMENTOS.
      *
           IF AC-HR-SOMA               GREATER 999
               MOVE 999                TO AC-HR-SOMA
           END-IF.
      *
           MOVE WS-SS-AUX              TO FD-SS.
           MOVE WS-ST-AUX              TO FD-ST.
      *
           MOVE ZEROS                  TO WS-CT-RETRY-SYS010.
      *
           READ SYS010                 INTO WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               READ SYS010             INTO WS-SYS010
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   IF WS-HR-REALIZADO  NOT NUMERIC OR
                      WS-HR-REALIZADO  NOT EQUAL AC-HR-SOMA
                       MOVE WS-SYS010  TO WS-SYS010-ANTES
                       MOVE AC-HR-SOMA TO WS-HR-REALIZADO
                       PERFORM RTGRAVAR-SYS015
                       PERFORM RTREGRAVAR-SYS010
                   END-IF
      *        ATIVIDADE JA ARQUIVADA FICA COM O REALIZADO DA BAIXA.
               WHEN CN-SYS010-NOK
                   CONTINUE
               WHEN CN-SYS010-LOCKED
                   MOVE WS-MSGARQ-905  TO WS-MSG
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTATUALIZAR-REALIZADO-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SOMAR OS APONTAMENTOS DA SS/ST (CHAVE           *
      *    ALTERNATIVA AP-ATIVIDADE)                                   *
      ******************************************************************
       RTSOMAR-APONTAMENTOS            SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-HR-SOMA.
      *
           MOVE WS-SS-AUX              TO AP-SS.
           MOVE WS-ST-AUX              TO AP-ST.
      *
           START SYS081         KEY IS EQUAL AP-ATIVIDADE
               INVALID KEY
                   SET CN-SYS081-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS081-EOF
               READ SYS081 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS081-OK
                   WHEN CN-SYS081-DPL
                       IF AP-SS        EQUAL WS-SS-AUX AND
                          AP-ST        EQUAL WS-ST-AUX
                           ADD AP-HORAS
                                       TO AC-HR-SOMA
                       ELSE
                           SET CN-SYS081-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS081-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTSOMAR-APONTAMENTOS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGRAVAR O REGISTRO NO SYS010                   *
      ******************************************************************
       RTREGRAVAR-SYS010               SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-RETRY-SYS010.
      *
           REWRITE FD-SYS010           FROM WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               REWRITE FD-SYS010       FROM WS-SYS010
           END-PERFORM.
      *
           IF CN-SYS010-OK             OR CN-SYS010-DPL
               CONTINUE
           ELSE
               IF CN-SYS010-LOCKED
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTCANCELAR
               ELSE
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTREGRAVAR-SYS010-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR JORNAL DE ALTERACOES/BAIXAS (SYS015)     *
      ******************************************************************
       RTGRAVAR-SYS015                 SECTION.
      ******************************************************************
      *
           MOVE WS-SYS010-ANTES        TO WS-LOG-SYS015.
      *
           ACCEPT LG-DT-ALTERACAO      FROM DATE YYYYMMDD.
      *
           ACCEPT LG-HR-ALTERACAO      FROM TIME.
      *
           WRITE FD-SYS015             FROM WS-LOG-SYS015.
      *
           IF CN-SYS015-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS015   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS015-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVO                           *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS081
                 SYS010
                 SYS015.
      *
           IF CN-COM-CADASTRO
               CLOSE SYS042
           END-IF.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CANCELAMENTO DO PROGRAMA                        *
      ******************************************************************
       RTCANCELAR                      SECTION.
      ******************************************************************
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
