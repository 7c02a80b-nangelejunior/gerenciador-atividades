      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV76.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV76                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# EXTRACAO INCREMENTAL PARA O DATA WAREHOUSE   *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - RODADA SEM TELAS,  *
      *                       CHAMADA PELA RODADA NOTURNA DO ATV23     *
      *                       (PASSO EXTRADW) - GRAVA SOMENTE AS       *
      *                       ATIVIDADES INCLUIDAS, ALTERADAS,         *
      *                       CONCLUIDAS, CANCELADAS, REABERTAS OU     *
      *                       EXCLUIDAS DESDE A ULTIMA EXTRACAO BEM    *
      *                       SUCEDIDA, DETECTADAS NO JORNAL SYS015,   *
      *                       NA TRILHA SYS057 E NO LOG DE EXCLUSAO    *
      *                       SYS040 (E PELA DATA DE RECEBIMENTO, PARA *
      *                       AS INCLUSOES ON-LINE, QUE NAO SAO        *
      *                       JORNALIZADAS) - FATOS DE ATIVIDADES      *
      *                       (SYS113) E HORAS (SYS114) E DIMENSOES DE *
      *                       SOLICITANTES (SYS115), OPERADORES        *
      *                       (SYS116), SISTEMAS (SYS117) E            *
      *                       PRIORIDADES (SYS118), CADA UM COM        *
      *                       CABECALHO E RODAPE DE CONTROLE - A MARCA *
      *                       D'AGUA FICA NO CONTROLE SYS112 E SO      *
      *                       AVANCA NO FIM DE UMA EXECUCAO SEM ERRO;  *
      *                       UMA EXECUCAO COM FALHA E REFEITA A       *
      *                       PARTIR DA MESMA MARCA - SEM O SYS112 E   *
      *                       FEITA A CARGA INICIAL (SYS010 E ARQUIVO  *
      *                       MORTO COMPLETOS)                         *
      *    15OUT2026  NJA     AS MUDANCAS DE STATUS PASSAM A SER       *
      *                       COLETADAS TAMBEM DA TRILHA SYS088 (VOLTAS*
      *                       AUTOMATICAS 3->2 DO ATV16 E DO ATV62) -  *
      *                       O JORNAL SEM EVENTO (ATV03/ATV50) E      *
      *                       ALTERACAO E NAO CONCLUSAO, E O           *
      *                       DESARQUIVAMENTO DO ATV10 (RESTAURA) E    *
      *                       REABERTURA                               *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS112 (CONTROLE - UMA LINHA):                   *
      *      DT-MARCA X(08) AAAAMMDD  HR-MARCA X(06) HHMMSS           *
      *      DT-EXECUCAO X(08)  HR-EXECUCAO X(06)                     *
      *      QT-ATIVIDADES 9(07)  QT-HORAS 9(07)  OPERADOR X(08)      *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS113 (FATO ATIVIDADES - UMA LINHA POR SS/ST):  *
      *      TP-MOVTO X(01)  I INCLUSAO  A ALTERACAO  C CONCLUSAO     *
      *                      X CANCELAMENTO  R REABERTURA  E EXCLUSAO *
      *      DT-MOVTO X(08)  HR-MOVTO X(06)  ORIGEM X(01) C CADASTRO  *
      *                      M ARQUIVO MORTO  L LOG DE EXCLUSAO       *
      *      SS 9(06)  ST 9(06)  DT-RECEB X(08) AAAAMMDD              *
      *      DT-TERM X(08) AAAAMMDD  DT-TERM-ORIG X(08)  QT-RENEG 9(02)*
      *      DT-CONCL X(08)  HR-ESFORCO 9(03)  HR-REALIZADO 9(03)     *
      *      STATUS X(01)  PRIORIDADE X(01)  COD-SOLIC 9(05)          *
      *      SIGL-SIST X(02)  NM-MOD X(20)  NM-PGM X(08)              *
      *      VERS-PGM X(04)  RESPONSAVEL X(08)  OPERADOR X(08)        *
      *      NR-DUVID 9(02)                                           *
      *    LAYOUT DO SYS114 (FATO HORAS - TODOS OS APONTAMENTOS DAS   *
      *    ATIVIDADES DO SYS113, PARA SUBSTITUICAO POR ATIVIDADE):    *
      *      SS 9(06)  ST 9(06)  ID-OPER X(08)  DT-APONT X(08)        *
      *      HORAS 9(02)  DT-REGISTRO X(08)                           *
      *    LAYOUT DO SYS115 (DIMENSAO SOLICITANTES - FOTO COMPLETA):  *
      *      COD-SOLIC 9(05)  NM-SOLIC X(60)  SITUACAO X(01)          *
      *      COD-UNIFICADO 9(05)                                      *
      *    LAYOUT DO SYS116 (DIMENSAO OPERADORES - FOTO COMPLETA):    *
      *      ID-OPER X(08)  NM-OPER X(30)  PERFIL X(01)               *
      *      SITUACAO X(01)  HR-CAPACIDADE 9(03)                      *
      *    LAYOUT DO SYS117 (DIMENSAO SISTEMAS - SIGLAS DO SYS010):   *
      *      SIGL-SIST X(02)  QT-ATIVIDADES 9(07)  QT-ABERTAS 9(07)   *
      *    LAYOUT DO SYS118 (DIMENSAO PRIORIDADES - TABELA SYS043):   *
      *      PRIORIDADE X(01)  DESCRICAO X(10)  DIAS-SLA 9(03)        *
      *      DIAS-ESCALA 9(03)                                        *
      *    CABECALHO E RODAPE DE CADA ARQUIVO COMECAM POR '*** '.     *
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
           SELECT  SYS015    ASSIGN    TO 'SYS015.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS015.
      *
           SELECT  SYS040    ASSIGN    TO 'SYS040.LOG'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS040.
      *
           SELECT  SYS057    ASSIGN    TO 'SYS057.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS057.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TR-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
      *
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS081.
      *
           SELECT  SYS041    ASSIGN    TO 'SYS041.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SO-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
      *
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY OP-ID-OPER
                     FILE STATUS IS WS-STATUS-SYS042.
      *
           SELECT  SYS043    ASSIGN    TO 'SYS043.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS043.
      *
           SELECT  SYS112    ASSIGN    TO 'SYS112.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS112.
      *
           SELECT  SYSDW     ASSIGN    TO DYNAMIC WS-NOME-DW
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYSDW.
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
       FD          SYS015
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS015
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS015.
           03      FILLER          PIC     X(400)        VALUE SPACES.
      *
       FD          SYS040
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS040
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS040.
           03      FILLER          PIC     X(400)        VALUE SPACES.
      *
       FD          SYS057
                              RECORDING MODE IS F
                              DATA RECORD EV-SYS057
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          EV-SYS057.
      *
           COPY WATV16                 REPLACING ==::== BY ==EV==.
      *
       FD          SYS088
                              DATA RECORD TR-SYS088.
      *
       01          TR-SYS088.
      *
           COPY WATV29                 REPLACING ==::== BY ==TR==.
      *
       FD          SYS081
                              DATA RECORD AP-SYS081.
      *
       01          AP-SYS081.
      *
           COPY WATV25                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS041
                              DATA RECORD SO-SYS041.
      *
       01          SO-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==SO==.
      *
       FD          SYS042
                              DATA RECORD OP-SYS042.
      *
       01          OP-SYS042.
      *
           COPY WATV07                 REPLACING ==::== BY ==OP==.
      *
       FD          SYS043
                              RECORDING MODE IS F
                              DATA RECORD SL-SYS043
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          SL-SYS043.
      *
           COPY WATV08                 REPLACING ==::== BY ==SL==.
      *
       FD          SYS112
                              RECORDING MODE IS F
                              DATA RECORD CT-SYS112
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          CT-SYS112.
           03      CT-MARCA.
             05    CT-DT-MARCA     PIC     X(08).
             05    CT-HR-MARCA     PIC     X(06).
           03      CT-DT-EXECUCAO  PIC     X(08).
           03      CT-HR-EXECUCAO  PIC     X(06).
           03      CT-QT-ATIVIDADES
                                   PIC     9(07).
           03      CT-QT-HORAS     PIC     9(07).
           03      CT-OPERADOR     PIC     X(08).
      *
       FD          SYSDW
                              RECORDING MODE IS F
                              DATA RECORD FD-SYSDW
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYSDW.
           03      FILLER          PIC     X(200)        VALUE SPACES.
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
             05    AC-EVENTOS      PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-GRAVADOS     PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-FATOS-ATIV   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-FATOS-HORAS  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-NAO-LOCALIZADAS
                                   PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-HORA-CORR.
               07  WS-HHMMSS       PIC     X(06)         VALUE SPACES.
               07  FILLER          PIC     X(02)         VALUE SPACES.
      *    JANELA DA EXTRACAO: (MARCA ANTERIOR, INICIO DESTA EXECUCAO]
             05    WS-TS-INI.
               07  WS-DT-INI       PIC     X(08)         VALUE SPACES.
               07  WS-HR-INI       PIC     X(06)         VALUE SPACES.
             05    WS-TS-FIM.
               07  WS-DT-FIM       PIC     X(08)         VALUE SPACES.
               07  WS-HR-FIM       PIC     X(06)         VALUE SPACES.
             05    WS-TS-EVENTO.
               07  WS-DT-EVENTO    PIC     X(08)         VALUE SPACES.
               07  WS-HR-EVENTO    PIC     X(06)         VALUE SPACES.
             05    WS-TP-EVENTO    PIC     X(01)         VALUE SPACES.
             05    WS-DT-RECEB-INV PIC     X(08)         VALUE SPACES.
             05    WS-SW-CARGA     PIC     X(01)         VALUE 'N'.
               88  CN-CARGA-INICIAL                      VALUE 'S'.
             05    WS-SW-ACHOU     PIC     X(01)         VALUE 'N'.
               88  CN-REGISTRO-ACHADO                    VALUE 'S'.
               88  CN-REGISTRO-NAO-ACHADO                VALUE 'N'.
             05    WS-SW-SYS081    PIC     X(01)         VALUE 'N'.
               88  CN-SYS081-ABERTO                      VALUE 'S'.
             05    WS-CHAVE.
               07  WS-SS-BUSCA     PIC     9(06)         VALUE ZEROS.
               07  WS-ST-BUSCA     PIC     9(06)         VALUE ZEROS.
             05    WS-NOME-DW      PIC     X(10)         VALUE SPACES.
             05    WS-QT-DW        PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-QT-DW-ED     PIC     9(07)         VALUE ZEROS.
             05    WS-TX-CONTEUDO  PIC     X(30)         VALUE SPACES.
             05    WS-LINHA-DW     PIC     X(200)        VALUE SPACES.
      *
      ******************************************************************
      *    TABELA DAS ATIVIDADES MOVIMENTADAS NA JANELA                *
      ******************************************************************
           03      WS-AREA-MOVIMENTO.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MOVIMENTO='.
             05    WS-CT-MOV       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-MOV      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-BUSCA    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-MOVIMENTO OCCURS 5000 TIMES.
               07  TM-SS           PIC     9(06).
               07  TM-ST           PIC     9(06).
               07  TM-TP-MOVTO     PIC     X(01).
               07  TM-TS-MOVTO     PIC     X(14).
               07  TM-TS-EXCLUSAO  PIC     X(14).
               07  TM-SW-GRAVADA   PIC     X(01).
      *
      ******************************************************************
      *    TABELA DOS SISTEMAS (SIGLAS ENCONTRADAS NO SYS010)          *
      ******************************************************************
           03      WS-AREA-SISTEMAS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=SISTEMAS='.
             05    WS-CT-SIS       PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-SIS      PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-SISTEMA  OCCURS 300 TIMES.
               07  TS-SIGL-SIST    PIC     X(02).
               07  TS-QT-ATIVIDADES
                                   PIC    S9(07) COMP-3.
               07  TS-QT-ABERTAS   PIC    S9(07) COMP-3.
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
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS015
                                   PIC     X(02).
               88  CN-SYS015-OK                          VALUE '00'.
               88  CN-SYS015-EOF                         VALUE '10'.
               88  CN-SYS015-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS040
                                   PIC     X(02).
               88  CN-SYS040-OK                          VALUE '00'.
               88  CN-SYS040-EOF                         VALUE '10'.
               88  CN-SYS040-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS057
                                   PIC     X(02).
               88  CN-SYS057-OK                          VALUE '00'.
               88  CN-SYS057-EOF                         VALUE '10'.
               88  CN-SYS057-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-EOF                         VALUE '10'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS081
                                   PIC     X(02).
               88  CN-SYS081-OK                          VALUE '00'.
               88  CN-SYS081-DPL                         VALUE '02'.
               88  CN-SYS081-EOF                         VALUE '10'.
               88  CN-SYS081-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS041
                                   PIC     X(02).
               88  CN-SYS041-OK                          VALUE '00'.
               88  CN-SYS041-DPL                         VALUE '02'.
               88  CN-SYS041-EOF                         VALUE '10'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS042
                                   PIC     X(02).
               88  CN-SYS042-OK                          VALUE '00'.
               88  CN-SYS042-DPL                         VALUE '02'.
               88  CN-SYS042-EOF                         VALUE '10'.
               88  CN-SYS042-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS043
                                   PIC     X(02).
               88  CN-SYS043-OK                          VALUE '00'.
               88  CN-SYS043-EOF                         VALUE '10'.
               88  CN-SYS043-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS112
                                   PIC     X(02).
               88  CN-SYS112-OK                          VALUE '00'.
               88  CN-SYS112-EOF                         VALUE '10'.
               88  CN-SYS112-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYSDW
                                   PIC     X(02).
               88  CN-SYSDW-OK                           VALUE '00'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.902I - ERRO NO ARQ. SYS015         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.903I - ERRO NO ARQ. SYS057         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.904I - ERRO NO ARQ. SYS040         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.905I - ERRO NO ARQ. SYS081         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.906I - ERRO NO ARQ. SYS041/SYS042  STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.907I - ERRO NO ARQ. SYS043         STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.908I - ERRO NO CONTROLE SYS112     STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.909I - ERRO NA GRAVACAO DO EXTRATO STATUS: '.
               07  WS-RETCOD-909   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.910I - TABELA DE MOVIMENTO CHEIA (MAX 5000)'.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.911I - TABELA DE SISTEMAS CHEIA (MAX 300)  '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.912I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.913I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-913   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV76.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
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
      *    AREA DO REGISTRO DO JORNAL SYS015 (IMAGEM + CARIMBOS)       *
      ******************************************************************
       01          WS-REG-SYS015.
      *
           COPY WATV01                 REPLACING ==::== BY ==LG==.
      *
             03    LG-DT-ALTERACAO PIC     X(08).
             03    LG-HR-ALTERACAO PIC     X(06).
             03    LG-EVENTO       PIC     X(08).
             03    LG-MOTIVO       PIC     X(40).
             03    LG-OPER-EVENTO  PIC     X(08).
      *
      ******************************************************************
      *    AREA DO REGISTRO DO LOG DE EXCLUSAO SYS040                  *
      ******************************************************************
       01          WS-REG-SYS040.
      *
           COPY WATV01                 REPLACING ==::== BY ==EX==.
      *
             03    EX-OPERADOR-EXCLUSAO
                                   PIC     X(08).
             03    EX-DT-EXCLUSAO  PIC     X(08).
             03    EX-HR-EXCLUSAO  PIC     X(06).
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
      *    AREA DO FATO ATIVIDADES (SYS113)                            *
      ******************************************************************
       01          WS-FATO-ATIV.
           03      FA-TP-MOVTO     PIC     X(01).
           03      FA-DT-MOVTO     PIC     X(08).
           03      FA-HR-MOVTO     PIC     X(06).
           03      FA-ORIGEM       PIC     X(01).
           03      FA-SS           PIC     9(06).
           03      FA-ST           PIC     9(06).
           03      FA-DT-RECEB     PIC     X(08).
           03      FA-DT-TERM      PIC     X(08).
           03      FA-DT-TERM-ORIG PIC     X(08).
           03      FA-QT-RENEG     PIC     9(02).
           03      FA-DT-CONCL     PIC     X(08).
           03      FA-HR-ESFORCO   PIC     9(03).
           03      FA-HR-REALIZADO PIC     9(03).
           03      FA-STATUS       PIC     X(01).
           03      FA-PRIORIDADE   PIC     X(01).
           03      FA-COD-SOLIC    PIC     9(05).
           03      FA-SIGL-SIST    PIC     X(02).
           03      FA-NM-MOD       PIC     X(20).
           03      FA-NM-PGM       PIC     X(08).
           03      FA-VERS-PGM     PIC     X(04).
           03      FA-RESPONSAVEL  PIC     X(08).
           03      FA-OPERADOR     PIC     X(08).
           03      FA-NR-DUVID     PIC     9(02).
      *
      ******************************************************************
      *    AREA DO FATO HORAS (SYS114)                                 *
      ******************************************************************
       01          WS-FATO-HORAS.
           03      FH-SS           PIC     9(06).
           03      FH-ST           PIC     9(06).
           03      FH-ID-OPER      PIC     X(08).
           03      FH-DT-APONT     PIC     X(08).
           03      FH-HORAS        PIC     9(02).
           03      FH-DT-REGISTRO  PIC     X(08).
      *
      ******************************************************************
      *    AREAS DAS DIMENSOES (SYS115 A SYS118)                       *
      ******************************************************************
       01          WS-DIM-SOLIC.
           03      DS-COD-SOLIC    PIC     9(05).
           03      DS-NM-SOLIC     PIC     X(60).
           03      DS-SITUACAO     PIC     X(01).
           03      DS-COD-UNIFICADO
                                   PIC     9(05).
      *
       01          WS-DIM-OPER.
           03      DO-ID-OPER      PIC     X(08).
           03      DO-NM-OPER      PIC     X(30).
           03      DO-PERFIL       PIC     X(01).
           03      DO-SITUACAO     PIC     X(01).
           03      DO-HR-CAPACIDADE
                                   PIC     9(03).
      *
       01          WS-DIM-SIST.
           03      DI-SIGL-SIST    PIC     X(02).
           03      DI-QT-ATIVIDADES
                                   PIC     9(07).
           03      DI-QT-ABERTAS   PIC     9(07).
      *
       01          WS-DIM-PRIOR.
           03      DP-PRIORIDADE   PIC     X(01).
           03      DP-DESCRICAO    PIC     X(10).
           03      DP-DIAS-SLA     PIC     9(03).
           03      DP-DIAS-ESCALA  PIC     9(03).
      *
      ******************************************************************
      *    AREA DE CONTROLE DA RODADA NOTURNA (WATV05)                 *
      ******************************************************************
      *
           COPY WATV05.
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
           PERFORM RTFECHAR.
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
                      WS-FILE-STATUS.
      *
           MOVE ZEROS                  TO WS-CT-MOV
                                          WS-CT-SIS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
      *    O FIM DA JANELA E FIXADO NO INICIO - O QUE FOR GRAVADO NOS
      *    JORNAIS DURANTE A EXECUCAO FICA PARA A PROXIMA.
           MOVE WS-DATA-CORR           TO WS-DT-FIM.
           MOVE WS-HHMMSS              TO WS-HR-FIM.
      *
           PERFORM RTLER-CONTROLE.
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
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER A MARCA D'AGUA DA ULTIMA EXTRACAO (SYS112)  *
      ******************************************************************
       RTLER-CONTROLE                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-TS-INI.
      *
           OPEN INPUT SYS112.
      *
           EVALUATE TRUE
               WHEN CN-SYS112-OK
                   READ SYS112
                   IF CN-SYS112-OK     AND
                      CT-MARCA         NUMERIC
                       MOVE CT-MARCA   TO WS-TS-INI
                   ELSE
                       SET CN-CARGA-INICIAL
                                       TO TRUE
                   END-IF
                   CLOSE SYS112
               WHEN CN-SYS112-INEXISTENTE
                   SET CN-CARGA-INICIAL
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS112
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-CONTROLE-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           IF CN-CARGA-INICIAL
               CONTINUE
           ELSE
               PERFORM RTCOLETAR-JORNAL
               PERFORM RTCOLETAR-TRILHA
               PERFORM RTCOLETAR-TRANSICOES
               PERFORM RTCOLETAR-EXCLUSOES
           END-IF.
      *
           MOVE 'SYS113.TXT'           TO WS-NOME-DW.
           MOVE 'FATO ATIVIDADES'      TO WS-TX-CONTEUDO.
           PERFORM RTABRIR-EXTRATO.
      *
           PERFORM RTVARRER-SYS010.
      *
           IF CN-CARGA-INICIAL
               PERFORM RTVARRER-ARQM
           ELSE
               PERFORM RTGRAVAR-MOVIMENTADAS
               PERFORM RTGRAVAR-EXCLUIDAS
           END-IF.
      *
           MOVE WS-QT-DW               TO AC-FATOS-ATIV.
           PERFORM RTFECHAR-EXTRATO.
      *
           PERFORM RTGRAVAR-FATO-HORAS.
      *
           PERFORM RTGRAVAR-DIM-SOLICITANTES.
      *
           PERFORM RTGRAVAR-DIM-OPERADORES.
      *
           PERFORM RTGRAVAR-DIM-SISTEMAS.
      *
           PERFORM RTGRAVAR-DIM-PRIORIDADES.
      *
           PERFORM RTGRAVAR-CONTROLE.
      *
           IF CN-BT-BATCH
               MOVE AC-FATOS-ATIV      TO BT-RESULTADO
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COLETAR AS ALTERACOES DO JORNAL SYS015          *
      ******************************************************************
       RTCOLETAR-JORNAL                SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS015.
      *
           EVALUATE TRUE
               WHEN CN-SYS015-OK
                   READ SYS015         INTO WS-REG-SYS015
                   PERFORM UNTIL NOT CN-SYS015-OK
                       MOVE LG-DT-ALTERACAO
                                       TO WS-DT-EVENTO
                       MOVE LG-HR-ALTERACAO
                                       TO WS-HR-EVENTO
      *    O ATV03 E O ATV50 JORNALIZAM TODA ALTERACAO SEM CARIMBAR
      *    EVENTO - A CONCLUSAO VEM DA TRILHA SYS057 E DO SYS088.
                       EVALUATE LG-EVENTO
                           WHEN SPACES
                               MOVE 'A'
                                       TO WS-TP-EVENTO
                           WHEN 'CANCELA '
                               MOVE 'X'
                                       TO WS-TP-EVENTO
                           WHEN 'ESTORNO '
                           WHEN 'RESTAURA'
                               MOVE 'R'
                                       TO WS-TP-EVENTO
                           WHEN 'RECUPERA'
                               MOVE 'I'
                                       TO WS-TP-EVENTO
                           WHEN OTHER
                               MOVE 'A'
                                       TO WS-TP-EVENTO
                       END-EVALUATE
                       MOVE LG-SS      TO WS-SS-BUSCA
                       MOVE LG-ST      TO WS-ST-BUSCA
                       PERFORM RTREGISTRAR-EVENTO
                       READ SYS015     INTO WS-REG-SYS015
                   END-PERFORM
                   IF CN-SYS015-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS015
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS015
               WHEN CN-SYS015-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS015
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCOLETAR-JORNAL-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COLETAR OS EVENTOS DA TRILHA SYS057             *
      ******************************************************************
       RTCOLETAR-TRILHA                SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS057.
      *
           EVALUATE TRUE
               WHEN CN-SYS057-OK
                   READ SYS057
                   PERFORM UNTIL NOT CN-SYS057-OK
                       MOVE EV-DT-EVENTO
                                       TO WS-DT-EVENTO
                       MOVE EV-HR-EVENTO
                                       TO WS-HR-EVENTO
                       EVALUATE TRUE
                           WHEN EV-EVT-IMPORTADO
                               MOVE 'I'
                                       TO WS-TP-EVENTO
                           WHEN EV-EVT-CONCLUIDO
                               MOVE 'C'
                                       TO WS-TP-EVENTO
                           WHEN EV-EVT-CANCELADO
                               MOVE 'X'
                                       TO WS-TP-EVENTO
                           WHEN EV-EVT-ESTORNADO
                               MOVE 'R'
                                       TO WS-TP-EVENTO
                           WHEN OTHER
                               MOVE 'A'
                                       TO WS-TP-EVENTO
                       END-EVALUATE
                       MOVE EV-SS      TO WS-SS-BUSCA
                       MOVE EV-ST      TO WS-ST-BUSCA
                       PERFORM RTREGISTRAR-EVENTO
                       READ SYS057
                   END-PERFORM
                   IF CN-SYS057-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS057
                                       TO WS-RETCOD-903
                       MOVE WS-MSGARQ-903
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS057
               WHEN CN-SYS057-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS057
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCOLETAR-TRILHA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COLETAR AS MUDANCAS DE STATUS DO SYS088 (AS     *
      *    VOLTAS AUTOMATICAS 3->2 DO ATV16 E DO ATV62 SO ESTAO AQUI)  *
      ******************************************************************
       RTCOLETAR-TRANSICOES            SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS088.
      *
           EVALUATE TRUE
               WHEN CN-SYS088-OK
                   READ SYS088 NEXT
                   PERFORM UNTIL NOT CN-SYS088-OK
                       MOVE TR-DT-TRANS
                                       TO WS-DT-EVENTO
                       MOVE TR-HR-TRANS
                                       TO WS-HR-EVENTO
                       EVALUATE TRUE
                           WHEN TR-STATUS-PARA
                                       EQUAL '4'
                               MOVE 'C'
                                       TO WS-TP-EVENTO
                           WHEN TR-STATUS-PARA
                                       EQUAL '5'
                               MOVE 'X'
                                       TO WS-TP-EVENTO
                           WHEN TR-STATUS-DE
                                       EQUAL '4' OR '5'
                               MOVE 'R'
                                       TO WS-TP-EVENTO
                           WHEN OTHER
                               MOVE 'A'
                                       TO WS-TP-EVENTO
                       END-EVALUATE
                       MOVE TR-SS      TO WS-SS-BUSCA
                       MOVE TR-ST      TO WS-ST-BUSCA
                       PERFORM RTREGISTRAR-EVENTO
                       READ SYS088 NEXT
                   END-PERFORM
                   IF CN-SYS088-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS088
                                       TO WS-RETCOD-913
                       MOVE WS-MSGARQ-913
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS088
               WHEN CN-SYS088-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS088
                                       TO WS-RETCOD-913
                   MOVE WS-MSGARQ-913  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCOLETAR-TRANSICOES-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COLETAR AS EXCLUSOES DO LOG SYS040              *
      ******************************************************************
       RTCOLETAR-EXCLUSOES             SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS040.
      *
           EVALUATE TRUE
               WHEN CN-SYS040-OK
                   READ SYS040         INTO WS-REG-SYS040
                   PERFORM UNTIL NOT CN-SYS040-OK
                       MOVE EX-DT-EXCLUSAO
                                       TO WS-DT-EVENTO
                       MOVE EX-HR-EXCLUSAO
                                       TO WS-HR-EVENTO
                       MOVE 'E'        TO WS-TP-EVENTO
                       MOVE EX-SS      TO WS-SS-BUSCA
                       MOVE EX-ST      TO WS-ST-BUSCA
                       PERFORM RTREGISTRAR-EVENTO
                       IF WS-IDX-MOV   GREATER ZEROS
                           MOVE WS-TS-EVENTO
                                       TO TM-TS-EXCLUSAO (WS-IDX-MOV)
                       END-IF
                       READ SYS040     INTO WS-REG-SYS040
                   END-PERFORM
                   IF CN-SYS040-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS040
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS040
               WHEN CN-SYS040-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS040
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCOLETAR-EXCLUSOES-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR UM EVENTO DA JANELA NA TABELA         *
      *    (WS-CHAVE, WS-TS-EVENTO E WS-TP-EVENTO PREPARADOS PELO      *
      *    CHAMADOR; WS-IDX-MOV DEVOLVIDO ZERADO SE FORA DA JANELA)    *
      ******************************************************************
       RTREGISTRAR-EVENTO              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-MOV.
      *
           IF WS-TS-EVENTO             GREATER WS-TS-INI AND
              WS-TS-EVENTO             NOT GREATER WS-TS-FIM
               ADD 1                   TO AC-EVENTOS
               PERFORM RTLOCALIZAR-MOVIMENTO
               IF WS-IDX-MOV           EQUAL ZEROS
                   PERFORM RTINCLUIR-MOVIMENTO
               END-IF
      *    PREVALECE O EVENTO MAIS RECENTE DA JANELA.
               IF WS-TS-EVENTO         NOT LESS
                                       TM-TS-MOVTO (WS-IDX-MOV)
                   MOVE WS-TP-EVENTO   TO TM-TP-MOVTO (WS-IDX-MOV)
                   MOVE WS-TS-EVENTO   TO TM-TS-MOVTO (WS-IDX-MOV)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTREGISTRAR-EVENTO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR A ATIVIDADE (WS-CHAVE) NA TABELA      *
      ******************************************************************
       RTLOCALIZAR-MOVIMENTO           SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-MOV.
      *
           MOVE ZEROS                  TO WS-IDX-BUSCA.
      *
           PERFORM UNTIL WS-IDX-BUSCA  GREATER OR EQUAL WS-CT-MOV
                      OR WS-IDX-MOV
                                       GREATER ZEROS
               ADD 1                   TO WS-IDX-BUSCA
               IF TM-SS (WS-IDX-BUSCA) EQUAL WS-SS-BUSCA AND
                  TM-ST (WS-IDX-BUSCA) EQUAL WS-ST-BUSCA
                   MOVE WS-IDX-BUSCA   TO WS-IDX-MOV
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTLOCALIZAR-MOVIMENTO-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR A ATIVIDADE (WS-CHAVE) NA TABELA        *
      ******************************************************************
       RTINCLUIR-MOVIMENTO             SECTION.
      ******************************************************************
      *
      *    ESTOURO CANCELA A EXECUCAO SEM AVANCAR A MARCA D'AGUA.
           IF WS-CT-MOV                NOT LESS 5000
               MOVE WS-MSGARQ-910      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           ADD 1                       TO WS-CT-MOV.
      *
           MOVE WS-CT-MOV              TO WS-IDX-MOV.
      *
           MOVE WS-SS-BUSCA            TO TM-SS (WS-IDX-MOV).
           MOVE WS-ST-BUSCA            TO TM-ST (WS-IDX-MOV).
           MOVE SPACES                 TO TM-TP-MOVTO (WS-IDX-MOV).
           MOVE LOW-VALUES             TO TM-TS-MOVTO (WS-IDX-MOV).
           MOVE SPACES                 TO TM-TS-EXCLUSAO (WS-IDX-MOV).
           MOVE 'N'                    TO TM-SW-GRAVADA (WS-IDX-MOV).
      *
      ******************************************************************
       RTINCLUIR-MOVIMENTO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O SYS010 - SISTEMAS, INCLUSOES ON-LINE   *
      *    E, NA CARGA INICIAL, O FATO DE TODAS AS ATIVIDADES          *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO FD-CHAVE.
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FD-CHAVE
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       PERFORM RTACUMULAR-SISTEMA
                       IF CN-CARGA-INICIAL
                           MOVE 'I'    TO FA-TP-MOVTO
                           MOVE WS-DT-FIM
                                       TO FA-DT-MOVTO
                           MOVE WS-HR-FIM
                                       TO FA-HR-MOVTO
                           MOVE 'C'    TO FA-ORIGEM
                           PERFORM RTGRAVAR-FATO-ATIV
                       ELSE
                           PERFORM RTCONFERIR-INCLUSAO
                       END-IF
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR A ATIVIDADE NA TABELA DE SISTEMAS      *
      ******************************************************************
       RTACUMULAR-SISTEMA              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-SIS.
      *
           MOVE ZEROS                  TO WS-IDX-BUSCA.
      *
           PERFORM UNTIL WS-IDX-BUSCA  GREATER OR EQUAL WS-CT-SIS
                      OR WS-IDX-SIS
                                       GREATER ZEROS
               ADD 1                   TO WS-IDX-BUSCA
               IF TS-SIGL-SIST (WS-IDX-BUSCA)
                                       EQUAL WS-SIGL-SIST
                   MOVE WS-IDX-BUSCA   TO WS-IDX-SIS
               END-IF
           END-PERFORM.
      *
           IF WS-IDX-SIS               EQUAL ZEROS
               IF WS-CT-SIS            NOT LESS 300
                   MOVE WS-MSGARQ-911  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
               ADD 1                   TO WS-CT-SIS
               MOVE WS-CT-SIS          TO WS-IDX-SIS
               MOVE WS-SIGL-SIST       TO TS-SIGL-SIST (WS-IDX-SIS)
               MOVE ZEROS              TO TS-QT-ATIVIDADES (WS-IDX-SIS)
                                          TS-QT-ABERTAS (WS-IDX-SIS)
           END-IF.
      *
           ADD 1                       TO TS-QT-ATIVIDADES (WS-IDX-SIS).
      *
           IF WS-STATUS-ABERTO         OR
              WS-STATUS-ANDAMENTO      OR
              WS-STATUS-AGUARD-SOLIC
               ADD 1                   TO TS-QT-ABERTAS (WS-IDX-SIS)
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-SISTEMA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR AS INCLUSOES ON-LINE DA JANELA        *
      ******************************************************************
       RTCONFERIR-INCLUSAO             SECTION.
      ******************************************************************
      *
      *    A INCLUSAO ON-LINE NAO E JORNALIZADA - VALE A DATA DE
      *    RECEBIMENTO (SEM HORA), DESDE O DIA DA MARCA ANTERIOR.
           STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO WS-DT-RECEB-INV.
      *
           IF WS-DT-RECEB-INV          NUMERIC AND
              WS-DT-RECEB-INV          NOT LESS WS-DT-INI AND
              WS-DT-RECEB-INV          NOT GREATER WS-DT-FIM
               MOVE WS-SS              TO WS-SS-BUSCA
               MOVE WS-ST              TO WS-ST-BUSCA
               PERFORM RTLOCALIZAR-MOVIMENTO
               IF WS-IDX-MOV           EQUAL ZEROS
                   ADD 1               TO AC-EVENTOS
                   PERFORM RTINCLUIR-MOVIMENTO
                   MOVE 'I'            TO TM-TP-MOVTO (WS-IDX-MOV)
                   MOVE WS-DT-RECEB-INV
                                       TO TM-TS-MOVTO (WS-IDX-MOV) (1:8)
                   MOVE ZEROS          TO TM-TS-MOVTO (WS-IDX-MOV) (9:6)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCONFERIR-INCLUSAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O ARQUIVO MORTO NA CARGA INICIAL         *
      ******************************************************************
       RTVARRER-ARQM                   SECTION.
      ******************************************************************
      *
           SET CM-FN-INICIAR-VARREDURA TO TRUE.
      *
           MOVE SPACES                 TO CM-ANO-INI
                                          CM-ANO-FIM.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           SET CM-FN-PROXIMO           TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           PERFORM UNTIL NOT CM-RET-OK
               MOVE WS-REGISTRO-ARQM   TO WS-SYS010
               MOVE 'I'                TO FA-TP-MOVTO
               MOVE WS-DT-FIM          TO FA-DT-MOVTO
               MOVE WS-HR-FIM          TO FA-HR-MOVTO
               MOVE 'M'                TO FA-ORIGEM
               PERFORM RTGRAVAR-FATO-ATIV
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-PERFORM.
      *
           IF CM-RET-FIM
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-912      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           SET CM-FN-FINALIZAR         TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
      ******************************************************************
       RTVARRER-ARQM-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O FATO DAS ATIVIDADES MOVIMENTADAS       *
      ******************************************************************
       RTGRAVAR-MOVIMENTADAS           SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-MOV.
      *
           PERFORM UNTIL WS-IDX-MOV    GREATER OR EQUAL WS-CT-MOV
               ADD 1                   TO WS-IDX-MOV
               PERFORM RTGRAVAR-MOVIMENTADA
           END-PERFORM.
      *
      ******************************************************************
       RTGRAVAR-MOVIMENTADAS-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA ATIVIDADE MOVIMENTADA - DO CADASTRO, *
      *    DO ARQUIVO MORTO OU (EXCLUIDA) DEPOIS, PELO LOG SYS040      *
      ******************************************************************
       RTGRAVAR-MOVIMENTADA            SECTION.
      ******************************************************************
      *
           SET CN-REGISTRO-NAO-ACHADO  TO TRUE.
      *
           MOVE TM-SS (WS-IDX-MOV)     TO FD-SS.
           MOVE TM-ST (WS-IDX-MOV)     TO FD-ST.
      *
           READ SYS010                 INTO WS-SYS010
               KEY IS FD-CHAVE.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   SET CN-REGISTRO-ACHADO
                                       TO TRUE
                   MOVE 'C'            TO FA-ORIGEM
               WHEN CN-SYS010-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      *    EXCLUIDA NA JANELA E NAO RECUPERADA - SAI PELO LOG SYS040.
           IF CN-REGISTRO-NAO-ACHADO   AND
              TM-TS-EXCLUSAO (WS-IDX-MOV)
                                       NOT EQUAL SPACES
               CONTINUE
           ELSE
               IF CN-REGISTRO-NAO-ACHADO
                   MOVE TM-SS (WS-IDX-MOV)
                                       TO RG-SS
                   MOVE TM-ST (WS-IDX-MOV)
                                       TO RG-ST
                   SET CM-FN-LER       TO TRUE
                   CALL WS-ATV48       USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
                   IF CM-RET-OK
                       MOVE WS-REGISTRO-ARQM
                                       TO WS-SYS010
                       SET CN-REGISTRO-ACHADO
                                       TO TRUE
                       MOVE 'M'        TO FA-ORIGEM
                   END-IF
                   SET CM-FN-FINALIZAR TO TRUE
                   CALL WS-ATV48       USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
               END-IF
               IF CN-REGISTRO-ACHADO
      *    AINDA EXISTE - UMA EXCLUSAO SEGUIDA DE RECUPERACAO VALE
      *    COMO ALTERACAO.
                   IF TM-TP-MOVTO (WS-IDX-MOV)
                                       EQUAL 'E'
                       MOVE 'A'        TO FA-TP-MOVTO
                   ELSE
                       MOVE TM-TP-MOVTO (WS-IDX-MOV)
                                       TO FA-TP-MOVTO
                   END-IF
                   MOVE TM-TS-MOVTO (WS-IDX-MOV) (1:8)
                                       TO FA-DT-MOVTO
                   MOVE TM-TS-MOVTO (WS-IDX-MOV) (9:6)
                                       TO FA-HR-MOVTO
                   PERFORM RTGRAVAR-FATO-ATIV
                   MOVE 'S'            TO TM-SW-GRAVADA (WS-IDX-MOV)
               ELSE
                   ADD 1               TO AC-NAO-LOCALIZADAS
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-MOVIMENTADA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O FATO DAS EXCLUSOES A PARTIR DA IMAGEM  *
      *    DO LOG SYS040                                               *
      ******************************************************************
       RTGRAVAR-EXCLUIDAS              SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS040.
      *
           EVALUATE TRUE
               WHEN CN-SYS040-OK
                   READ SYS040         INTO WS-REG-SYS040
                   PERFORM UNTIL NOT CN-SYS040-OK
                       MOVE EX-SS      TO WS-SS-BUSCA
                       MOVE EX-ST      TO WS-ST-BUSCA
                       MOVE EX-DT-EXCLUSAO
                                       TO WS-DT-EVENTO
                       MOVE EX-HR-EXCLUSAO
                                       TO WS-HR-EVENTO
                       PERFORM RTLOCALIZAR-MOVIMENTO
                       IF WS-IDX-MOV   GREATER ZEROS
                           IF TM-SW-GRAVADA (WS-IDX-MOV)
                                       EQUAL 'N' AND
                              TM-TS-EXCLUSAO (WS-IDX-MOV)
                                       EQUAL WS-TS-EVENTO
                               PERFORM RTGRAVAR-EXCLUIDA
                           END-IF
                       END-IF
                       READ SYS040     INTO WS-REG-SYS040
                   END-PERFORM
                   IF CN-SYS040-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS040
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS040
               WHEN CN-SYS040-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS040
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTGRAVAR-EXCLUIDAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O FATO DE UMA ATIVIDADE EXCLUIDA         *
      ******************************************************************
       RTGRAVAR-EXCLUIDA               SECTION.
      ******************************************************************
      *
           MOVE WS-REG-SYS040          TO WS-SYS010.
      *
           MOVE 'E'                    TO FA-TP-MOVTO.
           MOVE EX-DT-EXCLUSAO         TO FA-DT-MOVTO.
           MOVE EX-HR-EXCLUSAO         TO FA-HR-MOVTO.
           MOVE 'L'                    TO FA-ORIGEM.
      *
           PERFORM RTGRAVAR-FATO-ATIV.
      *
           MOVE 'S'                    TO TM-SW-GRAVADA (WS-IDX-MOV).
      *
      ******************************************************************
       RTGRAVAR-EXCLUIDA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR E GRAVAR UMA LINHA DO FATO ATIVIDADES    *
      *    (IMAGEM EM WS-SYS010; TIPO, DATA/HORA E ORIGEM JA MOVIDOS)  *
      ******************************************************************
       RTGRAVAR-FATO-ATIV              SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO FA-SS.
           MOVE WS-ST                  TO FA-ST.
      *
           MOVE SPACES                 TO FA-DT-RECEB
                                          FA-DT-TERM.
      *
           STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO FA-DT-RECEB.
      *
           STRING WS-ANO-TERM WS-MES-TERM WS-DIA-TERM
                                       DELIMITED BY SIZE
                                       INTO FA-DT-TERM.
      *
           MOVE WS-DT-TERM-ORIG        TO FA-DT-TERM-ORIG.
           MOVE WS-QT-RENEG            TO FA-QT-RENEG.
           MOVE WS-DT-CONCL            TO FA-DT-CONCL.
           MOVE WS-HR-ESFORCO          TO FA-HR-ESFORCO.
           MOVE WS-HR-REALIZADO        TO FA-HR-REALIZADO.
           MOVE WS-STATUS              TO FA-STATUS.
           MOVE WS-PRIORIDADE          TO FA-PRIORIDADE.
           MOVE WS-COD-SOLIC           TO FA-COD-SOLIC.
           MOVE WS-SIGL-SIST           TO FA-SIGL-SIST.
           MOVE WS-NM-MOD              TO FA-NM-MOD.
           MOVE WS-NM-PGM              TO FA-NM-PGM.
           MOVE WS-VERS-PGM            TO FA-VERS-PGM.
           MOVE WS-RESPONSAVEL         TO FA-RESPONSAVEL.
           MOVE WS-OPERADOR            TO FA-OPERADOR.
           MOVE WS-NR-DUVID            TO FA-NR-DUVID.
      *
           MOVE WS-FATO-ATIV           TO WS-LINHA-DW.
      *
           PERFORM RTGRAVAR-LINHA-DW.
      *
      ******************************************************************
       RTGRAVAR-FATO-ATIV-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O FATO HORAS (SYS114)                    *
      ******************************************************************
       RTGRAVAR-FATO-HORAS             SECTION.
      ******************************************************************
      *
           MOVE 'SYS114.TXT'           TO WS-NOME-DW.
           MOVE 'FATO HORAS'           TO WS-TX-CONTEUDO.
           PERFORM RTABRIR-EXTRATO.
      *
           OPEN INPUT SYS081.
      *
           EVALUATE TRUE
               WHEN CN-SYS081-OK
                   SET CN-SYS081-ABERTO
                                       TO TRUE
               WHEN CN-SYS081-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF CN-SYS081-ABERTO
               IF CN-CARGA-INICIAL
                   MOVE LOW-VALUES     TO AP-CHAVE-APONT
                   START SYS081 KEY IS GREATER THAN OR
                                       EQUAL AP-CHAVE-APONT
                       INVALID KEY
                           SET CN-SYS081-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS081-EOF
                       READ SYS081 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS081-OK
                           WHEN CN-SYS081-DPL
                               PERFORM RTGRAVAR-APONTAMENTO
                           WHEN CN-SYS081-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-905
                               MOVE WS-MSGARQ-905
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
               ELSE
                   MOVE ZEROS          TO WS-IDX-MOV
                   PERFORM UNTIL WS-IDX-MOV
                                       GREATER OR EQUAL WS-CT-MOV
                       ADD 1           TO WS-IDX-MOV
                       IF TM-SW-GRAVADA (WS-IDX-MOV)
                                       EQUAL 'S'
                           PERFORM RTGRAVAR-HORAS-ATIVIDADE
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE SYS081
           END-IF.
      *
           MOVE WS-QT-DW               TO AC-FATOS-HORAS.
      *
           PERFORM RTFECHAR-EXTRATO.
      *
      ******************************************************************
       RTGRAVAR-FATO-HORAS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR TODOS OS APONTAMENTOS DE UMA ATIVIDADE   *
      ******************************************************************
       RTGRAVAR-HORAS-ATIVIDADE        SECTION.
      ******************************************************************
      *
      *    O DW SUBSTITUI OS APONTAMENTOS DA ATIVIDADE PELOS ENVIADOS -
      *    A EXCLUIDA SEGUE SEM LINHAS.
           MOVE TM-SS (WS-IDX-MOV)     TO AP-SS.
           MOVE TM-ST (WS-IDX-MOV)     TO AP-ST.
      *
           START SYS081         KEY IS GREATER THAN OR
                                       EQUAL AP-ATIVIDADE
               INVALID KEY
                   SET CN-SYS081-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS081-EOF
               READ SYS081 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS081-OK
                   WHEN CN-SYS081-DPL
                       IF AP-SS        EQUAL TM-SS (WS-IDX-MOV) AND
                          AP-ST        EQUAL TM-ST (WS-IDX-MOV)
                           PERFORM RTGRAVAR-APONTAMENTO
                       ELSE
                           SET CN-SYS081-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS081-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-905
                       MOVE WS-MSGARQ-905
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTGRAVAR-HORAS-ATIVIDADE-EXIT.  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA DO FATO HORAS                  *
      ******************************************************************
       RTGRAVAR-APONTAMENTO            SECTION.
      ******************************************************************
      *
           MOVE AP-SS                  TO FH-SS.
           MOVE AP-ST                  TO FH-ST.
           MOVE AP-ID-OPER             TO FH-ID-OPER.
           MOVE AP-DT-APONT            TO FH-DT-APONT.
           MOVE AP-HORAS               TO FH-HORAS.
           MOVE AP-DT-REGISTRO         TO FH-DT-REGISTRO.
      *
           MOVE WS-FATO-HORAS          TO WS-LINHA-DW.
      *
           PERFORM RTGRAVAR-LINHA-DW.
      *
      ******************************************************************
       RTGRAVAR-APONTAMENTO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A DIMENSAO SOLICITANTES (SYS115)         *
      ******************************************************************
       RTGRAVAR-DIM-SOLICITANTES       SECTION.
      ******************************************************************
      *
           MOVE 'SYS115.TXT'           TO WS-NOME-DW.
           MOVE 'DIMENSAO SOLICITANTES'
                                       TO WS-TX-CONTEUDO.
           PERFORM RTABRIR-EXTRATO.
      *
           OPEN INPUT SYS041.
      *
           EVALUATE TRUE
               WHEN CN-SYS041-OK
                   MOVE ZEROS          TO SO-COD-SOLIC
                   START SYS041 KEY IS GREATER THAN OR
                                       EQUAL SO-COD-SOLIC
                       INVALID KEY
                           SET CN-SYS041-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS041-EOF
                       READ SYS041 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS041-OK
                           WHEN CN-SYS041-DPL
                               MOVE SO-COD-SOLIC
                                       TO DS-COD-SOLIC
                               MOVE SO-NM-SOLIC
                                       TO DS-NM-SOLIC
                               MOVE SO-SITUACAO
                                       TO DS-SITUACAO
                               MOVE SO-COD-UNIFICADO
                                       TO DS-COD-UNIFICADO
                               MOVE WS-DIM-SOLIC
                                       TO WS-LINHA-DW
                               PERFORM RTGRAVAR-LINHA-DW
                           WHEN CN-SYS041-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-906
                               MOVE WS-MSGARQ-906
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS041
               WHEN CN-SYS041-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTFECHAR-EXTRATO.
      *
      ******************************************************************
       RTGRAVAR-DIM-SOLICITANTES-EXIT. EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A DIMENSAO OPERADORES (SYS116)           *
      ******************************************************************
       RTGRAVAR-DIM-OPERADORES         SECTION.
      ******************************************************************
      *
      *    SENHA E VALOR-HORA NAO SAEM DO SISTEMA.
           MOVE 'SYS116.TXT'           TO WS-NOME-DW.
           MOVE 'DIMENSAO OPERADORES'  TO WS-TX-CONTEUDO.
           PERFORM RTABRIR-EXTRATO.
      *
           OPEN INPUT SYS042.
      *
           EVALUATE TRUE
               WHEN CN-SYS042-OK
                   MOVE LOW-VALUES     TO OP-ID-OPER
                   START SYS042 KEY IS GREATER THAN OR
                                       EQUAL OP-ID-OPER
                       INVALID KEY
                           SET CN-SYS042-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS042-EOF
                       READ SYS042 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS042-OK
                           WHEN CN-SYS042-DPL
                               MOVE OP-ID-OPER
                                       TO DO-ID-OPER
                               MOVE OP-NM-OPER
                                       TO DO-NM-OPER
                               MOVE OP-PERFIL
                                       TO DO-PERFIL
                               MOVE OP-SITUACAO
                                       TO DO-SITUACAO
                               MOVE OP-HR-CAPACIDADE
                                       TO DO-HR-CAPACIDADE
                               MOVE WS-DIM-OPER
                                       TO WS-LINHA-DW
                               PERFORM RTGRAVAR-LINHA-DW
                           WHEN CN-SYS042-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-906
                               MOVE WS-MSGARQ-906
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS042
               WHEN CN-SYS042-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTFECHAR-EXTRATO.
      *
      ******************************************************************
       RTGRAVAR-DIM-OPERADORES-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A DIMENSAO SISTEMAS (SYS117)             *
      ******************************************************************
       RTGRAVAR-DIM-SISTEMAS           SECTION.
      ******************************************************************
      *
           MOVE 'SYS117.TXT'           TO WS-NOME-DW.
           MOVE 'DIMENSAO SISTEMAS'    TO WS-TX-CONTEUDO.
           PERFORM RTABRIR-EXTRATO.
      *
           MOVE ZEROS                  TO WS-IDX-SIS.
      *
           PERFORM UNTIL WS-IDX-SIS    GREATER OR EQUAL WS-CT-SIS
               ADD 1                   TO WS-IDX-SIS
               MOVE TS-SIGL-SIST (WS-IDX-SIS)
                                       TO DI-SIGL-SIST
               MOVE TS-QT-ATIVIDADES (WS-IDX-SIS)
                                       TO DI-QT-ATIVIDADES
               MOVE TS-QT-ABERTAS (WS-IDX-SIS)
                                       TO DI-QT-ABERTAS
               MOVE WS-DIM-SIST        TO WS-LINHA-DW
               PERFORM RTGRAVAR-LINHA-DW
           END-PERFORM.
      *
           PERFORM RTFECHAR-EXTRATO.
      *
      ******************************************************************
       RTGRAVAR-DIM-SISTEMAS-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A DIMENSAO PRIORIDADES (SYS118)          *
      ******************************************************************
       RTGRAVAR-DIM-PRIORIDADES        SECTION.
      ******************************************************************
      *
           MOVE 'SYS118.TXT'           TO WS-NOME-DW.
           MOVE 'DIMENSAO PRIORIDADES' TO WS-TX-CONTEUDO.
           PERFORM RTABRIR-EXTRATO.
      *
           OPEN INPUT SYS043.
      *
           EVALUATE TRUE
               WHEN CN-SYS043-OK
                   READ SYS043
                   PERFORM UNTIL NOT CN-SYS043-OK
                       MOVE SL-PRIORIDADE
                                       TO DP-PRIORIDADE
                       EVALUATE TRUE
                           WHEN SL-SLA-ALTA
                               MOVE 'ALTA'
                                       TO DP-DESCRICAO
                           WHEN SL-SLA-MEDIA
                               MOVE 'MEDIA'
                                       TO DP-DESCRICAO
                           WHEN SL-SLA-BAIXA
                               MOVE 'BAIXA'
                                       TO DP-DESCRICAO
                           WHEN OTHER
                               MOVE 'INDEFINIDA'
                                       TO DP-DESCRICAO
                       END-EVALUATE
                       MOVE SL-DIAS-SLA
                                       TO DP-DIAS-SLA
                       MOVE SL-DIAS-ESCALA
                                       TO DP-DIAS-ESCALA
                       MOVE WS-DIM-PRIOR
                                       TO WS-LINHA-DW
                       PERFORM RTGRAVAR-LINHA-DW
                       READ SYS043
                   END-PERFORM
                   IF CN-SYS043-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS043
                                       TO WS-RETCOD-907
                       MOVE WS-MSGARQ-907
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS043
               WHEN CN-SYS043-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS043
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTFECHAR-EXTRATO.
      *
      ******************************************************************
       RTGRAVAR-DIM-PRIORIDADES-EXIT.  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR UM ARQUIVO DO EXTRATO E GRAVAR O          *
      *    CABECALHO DE CONTROLE (WS-NOME-DW E WS-TX-CONTEUDO)         *
      ******************************************************************
       RTABRIR-EXTRATO                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QT-DW.
      *
           OPEN OUTPUT SYSDW.
      *
           IF CN-SYSDW-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSDW    TO WS-RETCOD-909
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE SPACES                 TO FD-SYSDW.
      *
           IF CN-CARGA-INICIAL
               STRING '*** CABECALHO DE CONTROLE - ARQ. '
                      WS-NOME-DW (1:6) ' ***'
                      '   DATA EMISSAO: ' WS-DIA '/' WS-MES '/' WS-ANO
                      '   CONTEUDO: '     WS-TX-CONTEUDO
                      '   CARGA INICIAL ATE ' WS-TS-FIM
                                       DELIMITED BY SIZE
                                       INTO FD-SYSDW
           ELSE
               STRING '*** CABECALHO DE CONTROLE - ARQ. '
                      WS-NOME-DW (1:6) ' ***'
                      '   DATA EMISSAO: ' WS-DIA '/' WS-MES '/' WS-ANO
                      '   CONTEUDO: '     WS-TX-CONTEUDO
                      '   JANELA: DE '    WS-TS-INI
                      ' ATE '             WS-TS-FIM
                                       DELIMITED BY SIZE
                                       INTO FD-SYSDW
           END-IF.
      *
           WRITE FD-SYSDW.
      *
           IF CN-SYSDW-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSDW    TO WS-RETCOD-909
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTABRIR-EXTRATO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA DE DADOS DO EXTRATO            *
      ******************************************************************
       RTGRAVAR-LINHA-DW               SECTION.
      ******************************************************************
      *
           WRITE FD-SYSDW              FROM WS-LINHA-DW.
      *
           IF CN-SYSDW-OK
               ADD 1                   TO WS-QT-DW
                                          AC-GRAVADOS
           ELSE
               MOVE WS-STATUS-SYSDW    TO WS-RETCOD-909
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-DW.
      *
      ******************************************************************
       RTGRAVAR-LINHA-DW-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O RODAPE DE CONTROLE E FECHAR O ARQUIVO  *
      ******************************************************************
       RTFECHAR-EXTRATO                SECTION.
      ******************************************************************
      *
           MOVE WS-QT-DW               TO WS-QT-DW-ED.
      *
           MOVE SPACES                 TO FD-SYSDW.
      *
           STRING '*** RODAPE DE CONTROLE - ARQ. '
                  WS-NOME-DW (1:6) ' ***'
                  '   TOTAL DE REGISTROS GRAVADOS: ' WS-QT-DW-ED
                                       DELIMITED BY SIZE
                                       INTO FD-SYSDW.
      *
           WRITE FD-SYSDW.
      *
           IF CN-SYSDW-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSDW    TO WS-RETCOD-909
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           CLOSE SYSDW.
      *
      ******************************************************************
       RTFECHAR-EXTRATO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVANCAR A MARCA D'AGUA (SYS112) - SO E          *
      *    EXECUTADA QUANDO TODOS OS ARQUIVOS FORAM GRAVADOS           *
      ******************************************************************
       RTGRAVAR-CONTROLE               SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS112.
      *
           IF CN-SYS112-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS112   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE WS-TS-FIM              TO CT-MARCA.
           MOVE WS-DATA-CORR           TO CT-DT-EXECUCAO.
           MOVE WS-HHMMSS              TO CT-HR-EXECUCAO.
           MOVE AC-FATOS-ATIV          TO CT-QT-ATIVIDADES.
           MOVE AC-FATOS-HORAS         TO CT-QT-HORAS.
           MOVE LK-OPERADOR            TO CT-OPERADOR.
      *
           WRITE CT-SYS112.
      *
           IF CN-SYS112-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS112   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           CLOSE SYS112.
      *
      ******************************************************************
       RTGRAVAR-CONTROLE-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
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
