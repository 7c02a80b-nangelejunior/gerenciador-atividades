      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV74.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV74                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# RELATORIO DO TITULAR DE DADOS (SYS110)       *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PARA ATENDER A     *
      *                       PEDIDO DO TITULAR (LGPD), REUNE EM UMA   *
      *                       SO IMPRESSAO (SYS110) TODO REGISTRO QUE  *
      *                       GUARDA DADOS PESSOAIS DE UM SOLICITANTE: *
      *                       CADASTRO SYS041, ATIVIDADES DO SYS010 E  *
      *                       DO ARQUIVO MORTO (VIA ATV48) COM SUAS    *
      *                       PENDENCIAS (SYS044) E ANOTACOES          *
      *                       (SYS071), CHAMADOS DA REFERENCIA         *
      *                       CRUZADA SYS056, JORNAL SYS015, LOG DE    *
      *                       EXCLUSAO SYS040, MOVIMENTO SYS020,       *
      *                       MODELOS RECORRENTES SYS083 E PESQUISAS   *
      *                       DE SATISFACAO SYS093 - REGISTROS SEM     *
      *                       CODIGO (ANTERIORES AO COD-SOLIC) ENTRAM  *
      *                       PELO NOME IGUAL AO DO CADASTRO, MARCADOS *
      *                       PARA CONFERENCIA - CHAMADO PELO MENU DE  *
      *                       SUPERVISAO ATV26                         *
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
           SELECT  SYS041    ASSIGN    TO 'SYS041.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SO-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
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
           SELECT  SYS044    ASSIGN    TO 'SYS044.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PD-CHAVE-PEND
                     FILE STATUS IS WS-STATUS-SYS044.
      *
           SELECT  SYS071    ASSIGN    TO 'SYS071.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY NT-CHAVE-NOTA
                     FILE STATUS IS WS-STATUS-SYS071.
      *
           SELECT  SYS056    ASSIGN    TO 'SYS056.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS056.
      *
           SELECT  SYS015    ASSIGN    TO 'SYS015.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS015.
      *
           SELECT  SYS040    ASSIGN    TO 'SYS040.LOG'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS040.
      *
           SELECT  SYS020    ASSIGN    TO 'SYS020.TXT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS020.
      *
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY MD-COD-MODELO
                     FILE STATUS IS WS-STATUS-SYS083.
      *
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-SYS093.
      *
           SELECT  SYS110    ASSIGN    TO 'SYS110.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS110.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS041
                              DATA RECORD SO-SYS041.
      *
       01          SO-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==SO==.
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
      *
       01          FD-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS044
                              DATA RECORD PD-SYS044.
      *
       01          PD-SYS044.
      *
           COPY WATV04                 REPLACING ==::== BY ==PD==.
      *
       FD          SYS071
                              DATA RECORD NT-SYS071.
      *
       01          NT-SYS071.
      *
           COPY WATV20                 REPLACING ==::== BY ==NT==.
      *
       FD          SYS056
                              RECORDING MODE IS F
                              DATA RECORD XR-SYS056
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          XR-SYS056.
      *
           COPY WATV15                 REPLACING ==::== BY ==XR==.
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
       FD          SYS020
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS020
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS020.
           03      FILLER          PIC     X(320)        VALUE SPACES.
      *
       FD          SYS083
                              DATA RECORD MD-SYS083.
      *
       01          MD-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==MD==.
      *
       FD          SYS093
                              DATA RECORD PQ-SYS093.
      *
       01          PQ-SYS093.
      *
           COPY WATV32                 REPLACING ==::== BY ==PQ==.
      *
       FD          SYS110
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS110
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS110.
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
             05    AC-SYS010       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ARQM         PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PENDENCIAS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-NOTAS        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-CHAMADOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-JORNAL       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-EXCLUSOES    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-MOVIMENTO    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-MODELOS      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PESQUISAS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PELO-NOME    PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-SW-CADASTRO  PIC     X(01)         VALUE 'N'.
               88  CN-CADASTRO-ACHADO                    VALUE 'S'.
               88  CN-CADASTRO-NAO-ACHADO                VALUE 'N'.
      *
      *    'C' = O REGISTRO E DO TITULAR PELO CODIGO; 'N' = REGISTRO
      *    SEM CODIGO (ANTERIOR AO COD-SOLIC) COM O MESMO NOME.
             05    WS-SW-TITULAR   PIC     X(01)         VALUE SPACE.
               88  CN-TITULAR-CODIGO                     VALUE 'C'.
               88  CN-TITULAR-NOME                       VALUE 'N'.
               88  CN-NAO-TITULAR                        VALUE ' '.
             05    WS-COD-TITULAR  PIC     9(05)         VALUE ZEROS.
             05    WS-NM-TITULAR   PIC     X(60)         VALUE SPACES.
             05    WS-NM-TITULAR-MAI
                                   PIC     X(60)         VALUE SPACES.
             05    WS-TX-SITUACAO  PIC     X(30)         VALUE SPACES.
             05    WS-COD-TESTE    PIC     9(05)         VALUE ZEROS.
             05    WS-NM-TESTE     PIC     X(60)         VALUE SPACES.
             05    WS-TX-PELO-NOME PIC     X(18)         VALUE SPACES.
             05    WS-TX-ORIGEM    PIC     X(09)         VALUE SPACES.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-HORA-CORR.
               07  WS-HOR          PIC     X(02)         VALUE SPACES.
               07  WS-MIN          PIC     X(02)         VALUE SPACES.
               07  WS-SEG          PIC     X(02)         VALUE SPACES.
               07  FILLER          PIC     X(02)         VALUE SPACES.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    TABELA DAS ATIVIDADES DO TITULAR (PARA A REFERENCIA SYS056) *
      ******************************************************************
           03      WS-AREA-ATIVIDADES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=ATIVIDADES='.
             05    WS-CT-ATIV      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-ATIV     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-SW-EXCESSO   PIC     X(01)         VALUE 'N'.
               88  CN-TABELA-EXCEDIDA                    VALUE 'S'.
             05    WS-TAB-ATIV     OCCURS 2000 TIMES.
               07  TA-SS           PIC     9(06).
               07  TA-ST           PIC     9(06).
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS041
                                   PIC     X(02).
               88  CN-SYS041-OK                          VALUE '00'.
               88  CN-SYS041-DPL                         VALUE '02'.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               88  CN-SYS010-DPL                         VALUE '02'.
               88  CN-SYS010-NOK                         VALUE '23'.
               88  CN-SYS010-EOF                         VALUE '10'.
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS044
                                   PIC     X(02).
               88  CN-SYS044-OK                          VALUE '00'.
               88  CN-SYS044-DPL                         VALUE '02'.
               88  CN-SYS044-NOK                         VALUE '23'.
               88  CN-SYS044-EOF                         VALUE '10'.
               88  CN-SYS044-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS071
                                   PIC     X(02).
               88  CN-SYS071-OK                          VALUE '00'.
               88  CN-SYS071-DPL                         VALUE '02'.
               88  CN-SYS071-NOK                         VALUE '23'.
               88  CN-SYS071-EOF                         VALUE '10'.
               88  CN-SYS071-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS056
                                   PIC     X(02).
               88  CN-SYS056-OK                          VALUE '00'.
               88  CN-SYS056-EOF                         VALUE '10'.
               88  CN-SYS056-INEXISTENTE                 VALUE '35'.
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
             05    WS-STATUS-SYS020
                                   PIC     X(02).
               88  CN-SYS020-OK                          VALUE '00'.
               88  CN-SYS020-EOF                         VALUE '10'.
               88  CN-SYS020-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS083
                                   PIC     X(02).
               88  CN-SYS083-OK                          VALUE '00'.
               88  CN-SYS083-DPL                         VALUE '02'.
               88  CN-SYS083-EOF                         VALUE '10'.
               88  CN-SYS083-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS093
                                   PIC     X(02).
               88  CN-SYS093-OK                          VALUE '00'.
               88  CN-SYS093-DPL                         VALUE '02'.
               88  CN-SYS093-EOF                         VALUE '10'.
               88  CN-SYS093-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS110
                                   PIC     X(02).
               88  CN-SYS110-OK                          VALUE '00'.
               88  CN-SYS110-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.901I - ERRO NO ARQ. SYS041         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.902I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.903I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.904I - ERRO NO ARQ. SYS044         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.905I - ERRO NO ARQ. SYS071         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.906I - ERRO NOS ARQUIVOS SEQUENC.  STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.907I - ERRO NO ARQ. SYS083/SYS093  STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.908I - ERRO NO ARQ. SYS110         STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.909I - SOLICITANTE NAO CADASTRADO NO SYS041'.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.910I - MAIS DE 2000 ATIVIDADES - VER SYS110'.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV74.999I - EXECUTADO COM SUCESSO               '.
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
      *    AREA DO REGISTRO DE MOVIMENTO SYS020 (WATV02)               *
      ******************************************************************
       01          WS-REG-SYS020.
      *
           COPY WATV02                 REPLACING ==::== BY ==MV==.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS110)                         *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
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
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 04 COLUMN 14                     VALUE
                   ' *** RELATORIO DO TITULAR DE DADOS - SYS110 ***   '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-SOLIC.
             05    LINE 08 COLUMN 04                     VALUE
                   'SOLICITANTE..: ' HIGHLIGHT.
             05    LINE 08 COLUMN 20
                                   PIC     9(05)
                                   USING WS-COD-TITULAR
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 28
                                   PIC     X(50) FROM WS-NM-TITULAR.
           03      SC-SITUACAO.
             05    LINE 09 COLUMN 04                     VALUE
                   'SITUACAO.....: '.
             05    LINE 09 COLUMN 20
                                   PIC     X(30) FROM WS-TX-SITUACAO.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 04                     VALUE
                   'ATIVIDADES NO SYS010...........: '.
             05    LINE 11 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-SYS010.
             05    LINE 12 COLUMN 04                     VALUE
                   'ATIVIDADES NO ARQUIVO MORTO....: '.
             05    LINE 12 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-ARQM.
             05    LINE 13 COLUMN 04                     VALUE
                   'PENDENCIAS (SYS044)............: '.
             05    LINE 13 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-PENDENCIAS.
             05    LINE 14 COLUMN 04                     VALUE
                   'ANOTACOES (SYS071).............: '.
             05    LINE 14 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-NOTAS.
             05    LINE 15 COLUMN 04                     VALUE
                   'CHAMADOS (SYS056)..............: '.
             05    LINE 15 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-CHAMADOS.
             05    LINE 16 COLUMN 04                     VALUE
                   'JORNAL / EXCLUSOES.............: '.
             05    LINE 16 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-JORNAL.
             05    LINE 16 COLUMN 44
                                   PIC     ZZZZ9 FROM AC-EXCLUSOES.
             05    LINE 17 COLUMN 04                     VALUE
                   'MOVIMENTO (SYS020).............: '.
             05    LINE 17 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-MOVIMENTO.
             05    LINE 18 COLUMN 04                     VALUE
                   'MODELOS / PESQUISAS............: '.
             05    LINE 18 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-MODELOS.
             05    LINE 18 COLUMN 44
                                   PIC     ZZZZ9 FROM AC-PESQUISAS.
             05    LINE 20 COLUMN 04                     VALUE
                   'SEM CODIGO, ACHADOS PELO NOME..: '.
             05    LINE 20 COLUMN 38
                                   PIC     ZZZZ9 FROM AC-PELO-NOME.
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
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL CN-ESC
               PERFORM RTINICIALIZAR-TELA
               PERFORM RTOBTER-CHAVE
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   PERFORM RTLER-CADASTRO
                   IF CN-CADASTRO-ACHADO
                       PERFORM RTMONTAR-RELATORIO
                   ELSE
                       MOVE WS-MSGARQ-909
                                       TO WS-MSG
                       PERFORM RTAGUARDAR-ESC
                   END-IF
               END-IF
           END-PERFORM.
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
           INITIALIZE WS-ACUMULADORES
                      WS-SYS010.
      *
           MOVE ZEROS                  TO WS-CT-ATIV.
      *
           MOVE 'N'                    TO WS-SW-EXCESSO.
      *
           MOVE SPACES                 TO WS-NM-TITULAR
                                          WS-TX-SITUACAO.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE 1                      TO AC-CAMPO.
      *
      ******************************************************************
       RTINICIALIZAR-TELA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O CODIGO DO SOLICITANTE                   *
      ******************************************************************
       RTOBTER-CHAVE                   SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 1
               ACCEPT SC-SOLIC
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CHAVE-EXIT.             EXIT.
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
      *    ROTINA PARA LER O CADASTRO DO TITULAR (SYS041)              *
      ******************************************************************
       RTLER-CADASTRO                  SECTION.
      ******************************************************************
      *
           SET CN-CADASTRO-NAO-ACHADO  TO TRUE.
      *
           OPEN INPUT SYS041.
      *
           EVALUATE TRUE
               WHEN CN-SYS041-OK
                   MOVE WS-COD-TITULAR TO SO-COD-SOLIC
                   READ SYS041
                   IF CN-SYS041-OK     OR CN-SYS041-DPL
                       SET CN-CADASTRO-ACHADO
                                       TO TRUE
                       MOVE SO-NM-SOLIC
                                       TO WS-NM-TITULAR
                   END-IF
                   CLOSE SYS041
               WHEN CN-SYS041-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF CN-CADASTRO-ACHADO
               MOVE WS-NM-TITULAR      TO WS-NM-TITULAR-MAI
               INSPECT WS-NM-TITULAR-MAI
                                       CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EVALUATE TRUE
                   WHEN SO-SOLIC-ATIVO
                       MOVE 'ATIVO'    TO WS-TX-SITUACAO
                   WHEN SO-COD-UNIFICADO
                                       NUMERIC AND
                        SO-COD-UNIFICADO
                                       GREATER ZEROS
                       MOVE SPACES     TO WS-TX-SITUACAO
                       STRING 'INATIVO - UNIFICADO EM '
                              SO-COD-UNIFICADO
                                       DELIMITED BY SIZE
                                       INTO WS-TX-SITUACAO
                   WHEN OTHER
                       MOVE 'INATIVO'  TO WS-TX-SITUACAO
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       RTLER-CADASTRO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR O RELATORIO DO TITULAR INFORMADO         *
      ******************************************************************
       RTMONTAR-RELATORIO              SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS110.
      *
           IF CN-SYS110-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS110   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           PERFORM RTIMPRIMIR-CADASTRO.
      *
           PERFORM RTLISTAR-SYS010.
      *
           PERFORM RTLISTAR-ARQM.
      *
           PERFORM RTLISTAR-CHAMADOS.
      *
           PERFORM RTLISTAR-JORNAL.
      *
           PERFORM RTLISTAR-EXCLUSOES.
      *
           PERFORM RTLISTAR-MOVIMENTO.
      *
           PERFORM RTLISTAR-MODELOS.
      *
           PERFORM RTLISTAR-PESQUISAS.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS110.
      *
           IF CN-TABELA-EXCEDIDA
               MOVE WS-MSGARQ-910      TO WS-MSG
           END-IF.
      *
           PERFORM RTAGUARDAR-ESC.
      *
      ******************************************************************
       RTMONTAR-RELATORIO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR O RESULTADO E AGUARDAR O ESC             *
      ******************************************************************
       RTAGUARDAR-ESC                  SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - VOLTA'       AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
      ******************************************************************
       RTAGUARDAR-ESC-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONFERIR SE O REGISTRO E DO TITULAR             *
      *    (WS-COD-TESTE E WS-NM-TESTE PREPARADOS PELO CHAMADOR)       *
      ******************************************************************
       RTCONFERIR-TITULAR              SECTION.
      ******************************************************************
      *
           SET CN-NAO-TITULAR          TO TRUE.
      *
           MOVE SPACES                 TO WS-TX-PELO-NOME.
      *
           IF WS-COD-TESTE             NUMERIC AND
              WS-COD-TESTE             EQUAL WS-COD-TITULAR
               SET CN-TITULAR-CODIGO   TO TRUE
           ELSE
      *    REGISTROS ANTERIORES AO COD-SOLIC NAO TEM CODIGO - ENTRAM
      *    PELO NOME, MARCADOS PARA CONFERENCIA (PODE SER HOMONIMO).
               IF (WS-COD-TESTE        NOT NUMERIC OR
                   WS-COD-TESTE        EQUAL ZEROS) AND
                  WS-NM-TITULAR-MAI    NOT EQUAL SPACES
                   INSPECT WS-NM-TESTE CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WS-NM-TESTE      EQUAL WS-NM-TITULAR-MAI
                       SET CN-TITULAR-NOME
                                       TO TRUE
                       MOVE ' (PELO NOME-CONF.)'
                                       TO WS-TX-PELO-NOME
                       ADD 1           TO AC-PELO-NOME
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCONFERIR-TITULAR-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O CADASTRO DO TITULAR (SYS041)         *
      ******************************************************************
       RTIMPRIMIR-CADASTRO             SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  CADASTRO DE SOLICITANTES (SYS041)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    CODIGO: '       SO-COD-SOLIC
                  '  NOME: '           SO-NM-SOLIC
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    TELEFONE: ('    SO-DDD-SOLIC ') '
                                       SO-NUM1-SOLIC '-'
                                       SO-NUM2-SOLIC
                  '  RAMAL: '          SO-RAMAL-SOLIC
                  '  SITUACAO: '       WS-TX-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
      ******************************************************************
       RTIMPRIMIR-CADASTRO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS ATIVIDADES DO TITULAR NO SYS010       *
      ******************************************************************
       RTLISTAR-SYS010                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  ATIVIDADES EM ANDAMENTO OU RECENTES (SYS010)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE 'SYS010'               TO WS-TX-ORIGEM.
      *
           OPEN INPUT SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
                   MOVE LOW-VALUES     TO FD-CHAVE
                   START SYS010 KEY IS GREATER THAN OR
                                       EQUAL FD-CHAVE
                       INVALID KEY
                           SET CN-SYS010-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS010-EOF
                       READ SYS010 NEXT
                                       INTO WS-SYS010
                       EVALUATE TRUE
                           WHEN CN-SYS010-OK
                           WHEN CN-SYS010-DPL
                               MOVE WS-COD-SOLIC
                                       TO WS-COD-TESTE
                               MOVE WS-NM-SOLIC
                                       TO WS-NM-TESTE
                               PERFORM RTCONFERIR-TITULAR
                               IF CN-NAO-TITULAR
                                   CONTINUE
                               ELSE
                                   ADD 1
                                       TO AC-SYS010
                                   PERFORM RTIMPRIMIR-ATIVIDADE
                               END-IF
                           WHEN CN-SYS010-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-902
                               MOVE WS-MSGARQ-902
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-SYS010                EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUMA ATIVIDADE'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS ATIVIDADES DO TITULAR NO ARQ. MORTO   *
      ******************************************************************
       RTLISTAR-ARQM                   SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  ATIVIDADES ARQUIVADAS (ARQUIVO MORTO SYS012)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE 'ARQ.MORTO'            TO WS-TX-ORIGEM.
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
               MOVE WS-COD-SOLIC       TO WS-COD-TESTE
               MOVE WS-NM-SOLIC        TO WS-NM-TESTE
               PERFORM RTCONFERIR-TITULAR
               IF CN-NAO-TITULAR
                   CONTINUE
               ELSE
                   ADD 1               TO AC-ARQM
                   PERFORM RTIMPRIMIR-ATIVIDADE
               END-IF
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-PERFORM.
      *
           IF CM-RET-FIM
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           SET CM-FN-FINALIZAR         TO TRUE.
      *
           CALL WS-ATV48               USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM.
      *
           IF AC-ARQM                  EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUMA ATIVIDADE'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-ARQM-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA ATIVIDADE DO TITULAR, COM SUAS     *
      *    PENDENCIAS E ANOTACOES                                      *
      ******************************************************************
       RTIMPRIMIR-ATIVIDADE            SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    SS/ST: '        WS-SS '/' WS-ST
                  '  ORIGEM: '         WS-TX-ORIGEM
                  '  STATUS: '         WS-STATUS
                  '  RECEB: '          WS-DIA-RECEB '/'
                                       WS-MES-RECEB '/'
                                       WS-ANO-RECEB
                  '  CONCL: '          WS-DIA-CONCL '/'
                                       WS-MES-CONCL '/'
                                       WS-ANO-CONCL
                  '  SISTEMA: '        WS-SIGL-SIST
                  WS-TX-PELO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '      GRAVADO: '    WS-NM-SOLIC
                  '  TEL: ('           WS-DDD-SOLIC ') '
                                       WS-NUM1-SOLIC '-'
                                       WS-NUM2-SOLIC
                  '  RAMAL: '          WS-RAMAL-SOLIC
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           IF WS-OBS                   NOT EQUAL SPACES
               MOVE SPACES             TO WS-LINHA-REL
               STRING '      OBS: '    WS-OBS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
           PERFORM RTGUARDAR-ATIVIDADE.
      *
           PERFORM RTLISTAR-PENDENCIAS.
      *
           PERFORM RTLISTAR-NOTAS.
      *
      ******************************************************************
       RTIMPRIMIR-ATIVIDADE-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR A SS/ST PARA A BUSCA DE CHAMADOS        *
      ******************************************************************
       RTGUARDAR-ATIVIDADE             SECTION.
      ******************************************************************
      *
           IF WS-CT-ATIV               LESS 2000
               ADD 1                   TO WS-CT-ATIV
               MOVE WS-SS              TO TA-SS (WS-CT-ATIV)
               MOVE WS-ST              TO TA-ST (WS-CT-ATIV)
           ELSE
               SET CN-TABELA-EXCEDIDA  TO TRUE
           END-IF.
      *
      ******************************************************************
       RTGUARDAR-ATIVIDADE-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS PENDENCIAS DA ATIVIDADE (SYS044)      *
      ******************************************************************
       RTLISTAR-PENDENCIAS             SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS044.
      *
           EVALUATE TRUE
               WHEN CN-SYS044-OK
                   MOVE WS-SS          TO PD-SS
                   MOVE WS-ST          TO PD-ST
                   MOVE ZEROS          TO PD-SEQ
                   START SYS044 KEY IS GREATER THAN OR
                                       EQUAL PD-CHAVE-PEND
                       INVALID KEY
                           SET CN-SYS044-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS044-EOF
                       READ SYS044 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS044-OK
                           WHEN CN-SYS044-DPL
                               IF PD-SS
                                       EQUAL WS-SS AND
                                  PD-ST
                                       EQUAL WS-ST
                                   ADD 1
                                       TO AC-PENDENCIAS
                                   PERFORM RTIMPRIMIR-PENDENCIA
                               ELSE
                                   SET CN-SYS044-EOF
                                       TO TRUE
                               END-IF
                           WHEN CN-SYS044-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-904
                               MOVE WS-MSGARQ-904
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS044
               WHEN CN-SYS044-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLISTAR-PENDENCIAS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA PENDENCIA                          *
      ******************************************************************
       RTIMPRIMIR-PENDENCIA            SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '      PENDENCIA '   PD-SEQ
                  ' EM '               PD-DT-PERGUNTA (7:2) '/'
                                       PD-DT-PERGUNTA (5:2) '/'
                                       PD-DT-PERGUNTA (1:4)
                  ' PERGUNTA: '        PD-TX-DUVIDA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           IF PD-DT-RESPOSTA           NOT EQUAL SPACES
               MOVE SPACES             TO WS-LINHA-REL
               STRING '                    EM '
                                       PD-DT-RESPOSTA (7:2) '/'
                                       PD-DT-RESPOSTA (5:2) '/'
                                       PD-DT-RESPOSTA (1:4)
                      ' RESPOSTA: '    PD-TX-RESPOSTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-PENDENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS ANOTACOES DA ATIVIDADE (SYS071)       *
      ******************************************************************
       RTLISTAR-NOTAS                  SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS071.
      *
           EVALUATE TRUE
               WHEN CN-SYS071-OK
                   MOVE WS-SS          TO NT-SS
                   MOVE WS-ST          TO NT-ST
                   MOVE ZEROS          TO NT-SEQ
                   START SYS071 KEY IS GREATER THAN OR
                                       EQUAL NT-CHAVE-NOTA
                       INVALID KEY
                           SET CN-SYS071-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS071-EOF
                       READ SYS071 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS071-OK
                           WHEN CN-SYS071-DPL
                               IF NT-SS
                                       EQUAL WS-SS AND
                                  NT-ST
                                       EQUAL WS-ST
                                   ADD 1
                                       TO AC-NOTAS
                                   PERFORM RTIMPRIMIR-NOTA
                               ELSE
                                   SET CN-SYS071-EOF
                                       TO TRUE
                               END-IF
                           WHEN CN-SYS071-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-905
                               MOVE WS-MSGARQ-905
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS071
               WHEN CN-SYS071-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS071
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLISTAR-NOTAS-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA ANOTACAO                           *
      ******************************************************************
       RTIMPRIMIR-NOTA                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '      ANOTACAO '    NT-SEQ
                  ' EM '               NT-DT-NOTA (7:2) '/'
                                       NT-DT-NOTA (5:2) '/'
                                       NT-DT-NOTA (1:4)
                  ' POR '              NT-OPERADOR
                  ': '                 NT-TX-NOTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-SYS110.
      *
      ******************************************************************
       RTIMPRIMIR-NOTA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR OS CHAMADOS DAS ATIVIDADES (SYS056)      *
      ******************************************************************
       RTLISTAR-CHAMADOS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  CHAMADOS DO HELP-DESK LIGADOS AS ATIVIDADES'
                  ' (SYS056)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           OPEN INPUT SYS056.
      *
           EVALUATE TRUE
               WHEN CN-SYS056-OK
                   READ SYS056
                   PERFORM UNTIL NOT CN-SYS056-OK
                       PERFORM RTAVALIAR-CHAMADO
                       READ SYS056
                   END-PERFORM
                   CLOSE SYS056
               WHEN CN-SYS056-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS056
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-CHAMADOS              EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUM CHAMADO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-CHAMADOS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR UM CHAMADO CONTRA AS ATIVIDADES         *
      ******************************************************************
       RTAVALIAR-CHAMADO               SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-ATIV.
      *
           PERFORM UNTIL WS-IDX-ATIV   GREATER OR EQUAL WS-CT-ATIV
               ADD 1                   TO WS-IDX-ATIV
               IF XR-SS                EQUAL TA-SS (WS-IDX-ATIV) AND
                  XR-ST                EQUAL TA-ST (WS-IDX-ATIV)
                   ADD 1               TO AC-CHAMADOS
                   MOVE SPACES         TO WS-LINHA-REL
                   STRING '    CHAMADO: '
                                       XR-NR-CHAMADO
                          '  SS/ST: '  XR-SS '/' XR-ST
                          '  IMPORTADO EM: '
                                       XR-DT-IMPORT (7:2) '/'
                                       XR-DT-IMPORT (5:2) '/'
                                       XR-DT-IMPORT (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                   PERFORM RTGRAVAR-SYS110
                   MOVE WS-CT-ATIV     TO WS-IDX-ATIV
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTAVALIAR-CHAMADO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS IMAGENS DO JORNAL SYS015              *
      ******************************************************************
       RTLISTAR-JORNAL                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  IMAGENS JORNALIZADAS (SYS015)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           OPEN INPUT SYS015.
      *
           EVALUATE TRUE
               WHEN CN-SYS015-OK
                   READ SYS015         INTO WS-REG-SYS015
                   PERFORM UNTIL NOT CN-SYS015-OK
                       MOVE LG-COD-SOLIC
                                       TO WS-COD-TESTE
                       MOVE LG-NM-SOLIC
                                       TO WS-NM-TESTE
                       PERFORM RTCONFERIR-TITULAR
                       IF CN-NAO-TITULAR
                           CONTINUE
                       ELSE
                           ADD 1       TO AC-JORNAL
                           MOVE SPACES TO WS-LINHA-REL
                           STRING '    SS/ST: '
                                       LG-SS '/' LG-ST
                                  '  EM '
                                       LG-DT-ALTERACAO (7:2) '/'
                                       LG-DT-ALTERACAO (5:2) '/'
                                       LG-DT-ALTERACAO (1:4)
                                  '  GRAVADO: '
                                       LG-NM-SOLIC (1:40)
                                  '  TEL: ' LG-TEL-SOLIC
                                  ' R.'     LG-RAMAL-SOLIC
                                  WS-TX-PELO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                           PERFORM RTGRAVAR-SYS110
                       END-IF
                       READ SYS015     INTO WS-REG-SYS015
                   END-PERFORM
                   CLOSE SYS015
               WHEN CN-SYS015-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS015
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-JORNAL                EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUMA IMAGEM'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-JORNAL-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS ENTRADAS DO LOG DE EXCLUSAO SYS040    *
      ******************************************************************
       RTLISTAR-EXCLUSOES              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  ATIVIDADES EXCLUIDAS (SYS040)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           OPEN INPUT SYS040.
      *
           EVALUATE TRUE
               WHEN CN-SYS040-OK
                   READ SYS040         INTO WS-REG-SYS040
                   PERFORM UNTIL NOT CN-SYS040-OK
                       MOVE EX-COD-SOLIC
                                       TO WS-COD-TESTE
                       MOVE EX-NM-SOLIC
                                       TO WS-NM-TESTE
                       PERFORM RTCONFERIR-TITULAR
                       IF CN-NAO-TITULAR
                           CONTINUE
                       ELSE
                           ADD 1       TO AC-EXCLUSOES
                           MOVE SPACES TO WS-LINHA-REL
                           STRING '    SS/ST: '
                                       EX-SS '/' EX-ST
                                  '  EXCLUIDA EM '
                                       EX-DT-EXCLUSAO (7:2) '/'
                                       EX-DT-EXCLUSAO (5:2) '/'
                                       EX-DT-EXCLUSAO (1:4)
                                  '  GRAVADO: '
                                       EX-NM-SOLIC (1:40)
                                  '  TEL: ' EX-TEL-SOLIC
                                  ' R.'     EX-RAMAL-SOLIC
                                  WS-TX-PELO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                           PERFORM RTGRAVAR-SYS110
                       END-IF
                       READ SYS040     INTO WS-REG-SYS040
                   END-PERFORM
                   CLOSE SYS040
               WHEN CN-SYS040-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS040
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-EXCLUSOES             EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUMA EXCLUSAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-EXCLUSOES-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR OS REGISTROS DO MOVIMENTO SYS020         *
      ******************************************************************
       RTLISTAR-MOVIMENTO              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  ULTIMO ARQUIVO DE MOVIMENTO GERADO (SYS020)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           OPEN INPUT SYS020.
      *
           EVALUATE TRUE
               WHEN CN-SYS020-OK
                   READ SYS020         INTO WS-REG-SYS020
                   PERFORM UNTIL NOT CN-SYS020-OK
      *    CABECALHO E RODAPE DE CONTROLE COMECAM POR '*** '.
                       IF WS-REG-SYS020 (1:4)
                                       EQUAL '*** '
                           CONTINUE
                       ELSE
                           PERFORM RTAVALIAR-MOVIMENTO
                       END-IF
                       READ SYS020     INTO WS-REG-SYS020
                   END-PERFORM
                   CLOSE SYS020
               WHEN CN-SYS020-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS020
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-MOVIMENTO             EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUM REGISTRO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-MOVIMENTO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR UM REGISTRO DO MOVIMENTO                *
      ******************************************************************
       RTAVALIAR-MOVIMENTO             SECTION.
      ******************************************************************
      *
           MOVE MV-COD-SOLIC           TO WS-COD-TESTE.
           MOVE MV-NM-SOLIC            TO WS-NM-TESTE.
      *
           PERFORM RTCONFERIR-TITULAR.
      *
           IF CN-NAO-TITULAR
               CONTINUE
           ELSE
               ADD 1                   TO AC-MOVIMENTO
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    SS/ST: '    MV-SS '/' MV-ST
                      '  GRAVADO: '    MV-NM-SOLIC (1:40)
                      '  TEL: '        MV-TEL-SOLIC
                      ' R.'            MV-RAMAL-SOLIC
                      WS-TX-PELO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTAVALIAR-MOVIMENTO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR OS MODELOS RECORRENTES (SYS083)          *
      ******************************************************************
       RTLISTAR-MODELOS                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  MODELOS DE ATIVIDADE RECORRENTE (SYS083)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           OPEN INPUT SYS083.
      *
           EVALUATE TRUE
               WHEN CN-SYS083-OK
                   MOVE ZEROS          TO MD-COD-MODELO
                   START SYS083 KEY IS GREATER THAN OR
                                       EQUAL MD-COD-MODELO
                       INVALID KEY
                           SET CN-SYS083-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS083-EOF
                       READ SYS083 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS083-OK
                           WHEN CN-SYS083-DPL
                               PERFORM RTAVALIAR-MODELO
                           WHEN CN-SYS083-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-907
                               MOVE WS-MSGARQ-907
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS083
               WHEN CN-SYS083-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-MODELOS               EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUM MODELO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-MODELOS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR UM MODELO RECORRENTE                    *
      ******************************************************************
       RTAVALIAR-MODELO                SECTION.
      ******************************************************************
      *
           MOVE MD-COD-SOLIC           TO WS-COD-TESTE.
           MOVE MD-NM-SOLIC            TO WS-NM-TESTE.
      *
           PERFORM RTCONFERIR-TITULAR.
      *
           IF CN-NAO-TITULAR
               CONTINUE
           ELSE
               ADD 1                   TO AC-MODELOS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    MODELO: '   MD-COD-MODELO
                      ' - '            MD-DESCRICAO
                      '  GRAVADO: '    MD-NM-SOLIC (1:40)
                      WS-TX-PELO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTAVALIAR-MODELO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR AS PESQUISAS DE SATISFACAO (SYS093)      *
      ******************************************************************
       RTLISTAR-PESQUISAS              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  PESQUISAS DE SATISFACAO (SYS093)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           OPEN INPUT SYS093.
      *
           EVALUATE TRUE
               WHEN CN-SYS093-OK
                   MOVE LOW-VALUES     TO PQ-CHAVE-PESQ
                   START SYS093 KEY IS GREATER THAN OR
                                       EQUAL PQ-CHAVE-PESQ
                       INVALID KEY
                           SET CN-SYS093-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS093-EOF
                       READ SYS093 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS093-OK
                           WHEN CN-SYS093-DPL
                               PERFORM RTAVALIAR-PESQUISA
                           WHEN CN-SYS093-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-907
                               MOVE WS-MSGARQ-907
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS093
               WHEN CN-SYS093-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-PESQUISAS             EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    NENHUMA PESQUISA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTLISTAR-PESQUISAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR UMA PESQUISA DE SATISFACAO              *
      ******************************************************************
       RTAVALIAR-PESQUISA              SECTION.
      ******************************************************************
      *
           MOVE PQ-COD-SOLIC           TO WS-COD-TESTE.
           MOVE PQ-NM-SOLIC            TO WS-NM-TESTE.
      *
           PERFORM RTCONFERIR-TITULAR.
      *
           IF CN-NAO-TITULAR
               CONTINUE
           ELSE
               ADD 1                   TO AC-PESQUISAS
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    SS/ST: '    PQ-SS '/' PQ-ST
                      '  SITUACAO: '   PQ-SITUACAO
                      '  NOTA: '       PQ-NOTA
                      '  GRAVADO: '    PQ-NM-SOLIC (1:40)
                      WS-TX-PELO-NOME
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
               IF PQ-COMENTARIO        NOT EQUAL SPACES
                   MOVE SPACES         TO WS-LINHA-REL
                   STRING '      COMENTARIO: '
                                       PQ-COMENTARIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                   PERFORM RTGRAVAR-SYS110
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAVALIAR-PESQUISA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS110.
           WRITE FD-SYS110.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  RESUMO'           DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-SYS010              TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    ATIVIDADES NO SYS010.......: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-ARQM                TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    ATIVIDADES NO ARQ. MORTO...: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-PENDENCIAS          TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    PENDENCIAS (SYS044)........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-NOTAS               TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    ANOTACOES (SYS071).........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-CHAMADOS            TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    CHAMADOS (SYS056)..........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-JORNAL              TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    IMAGENS DO JORNAL (SYS015).: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-EXCLUSOES           TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    EXCLUSOES (SYS040).........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-MOVIMENTO           TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    MOVIMENTO (SYS020).........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-MODELOS             TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    MODELOS RECORRENTES (SYS083): ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-PESQUISAS           TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    PESQUISAS (SYS093).........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           MOVE AC-PELO-NOME           TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    SEM CODIGO, PELO NOME......: ' WS-QT-ED
                  '  (CONFERIR - PODE SER HOMONIMO)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-SYS110.
      *
           IF CN-TABELA-EXCEDIDA
               MOVE SPACES             TO WS-LINHA-REL
               STRING '    *** MAIS DE 2000 ATIVIDADES - OS CHAMADOS'
                      ' SO FORAM BUSCADOS PARA AS 2000 PRIMEIRAS'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-SYS110
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-TOTAIS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA DO RELATORIO (SYS110)          *
      ******************************************************************
       RTGRAVAR-SYS110                 SECTION.
      ******************************************************************
      *
           WRITE FD-SYS110             FROM WS-LINHA-REL.
      *
           IF CN-SYS110-OK
               ADD 1                   TO WS-CT-LINHA
               IF WS-CT-LINHA          GREATER OR EQUAL 60
                   PERFORM RTIMPRIMIR-CABECALHO
               END-IF
           ELSE
               MOVE WS-STATUS-SYS110   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS110-EXIT.           EXIT.
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
                                          WS-CAB-REL2.
      *
           STRING '        RELATORIO DO TITULAR DE DADOS PESSOAIS'
                  ' (LGPD) - SYS110'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  ' '                 WS-HOR ':' WS-MIN
                  '  EMITIDO POR: '   LK-OPERADOR
                  '  SOLICITANTE: '   WS-COD-TITULAR
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           WRITE FD-SYS110             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS110             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS110.
      *
           WRITE FD-SYS110.
      *
           IF CN-SYS110-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS110   TO WS-RETCOD-908
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
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
