      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV78.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV78                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# QUADRO MENSAL DE RETRABALHO E QUALIDADE      *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PARA O MES DE      *
      *                       REFERENCIA E OS CINCO ANTERIORES CONTA   *
      *                       POR RESPONSAVEL E POR SIGL-SIST AS       *
      *                       CONCLUIDAS (SYS010 E ARQUIVO MORTO VIA   *
      *                       ATV48) E OS CASOS DE RETRABALHO: ESTORNO *
      *                       DA BAIXA (EVENTO E DA TRILHA SYS057),    *
      *                       REABERTURA VINCULADA (TIPO R DO SYS072)  *
      *                       E NOVA ATIVIDADE NO MESMO NM-PGM ATE 30  *
      *                       DIAS APOS UMA CONCLUSAO - TAXA DE        *
      *                       RETRABALHO, HORAS DE RETRABALHO CONTRA   *
      *                       AS HORAS ORIGINAIS, TENDENCIA DE SEIS    *
      *                       MESES E OS CASOS DO MES - IMPRESSO       *
      *                       SYS121                                   *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      *----------------------------------------------------------------
      *    REGRAS DE APURACAO:                                        *
      *      O CASO CONTA NO MES EM QUE O RETRABALHO APARECEU (DATA   *
      *      DO ESTORNO, DO REGISTRO DO VINCULO OU DO RECEBIMENTO DA  *
      *      NOVA ATIVIDADE), PARA O RESPONSAVEL E O SIGL-SIST DA     *
      *      ATIVIDADE ORIGINAL. TAXA = CASOS / CONCLUIDAS DO MES.    *
      *      HORAS DO ESTORNO: APONTAMENTOS SYS081 DA PROPRIA SS/ST   *
      *      ANTES (ORIGINAL) E A PARTIR (RETRABALHO) DA DATA DO      *
      *      ESTORNO; SEM SYS081, HR-REALIZADO E ORIGINAL. HORAS DA   *
      *      REABERTURA E DA NOVA ATIVIDADE: HR-REALIZADO DA ORIGINAL *
      *      E DA NOVA. A NOVA ATIVIDADE DA MESMA SS (OUTRA ST), A    *
      *      CANCELADA E A JA VINCULADA COMO REABERTA NAO CONTAM COMO *
      *      NOVA NO MESMO PROGRAMA. DIAS PELO ANO COMERCIAL (360),   *
      *      COMO NO ATV56.                                            *
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
           SELECT  SYS057    ASSIGN    TO 'SYS057.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS057.
      *
           SELECT  SYS072    ASSIGN    TO 'SYS072.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-CHAVE-VINC
                     FILE STATUS IS WS-STATUS-SYS072.
      *
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS081.
      *
           SELECT  SYS121    ASSIGN    TO 'SYS121.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS121.
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
       FD          SYS072
                              DATA RECORD VC-SYS072.
      *
       01          VC-SYS072.
      *
           COPY WATV21                 REPLACING ==::== BY ==VC==.
      *
       FD          SYS081
                              DATA RECORD AP-SYS081.
      *
       01          AP-SYS081.
      *
           COPY WATV25                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS121
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS121
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS121.
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
      *    AREA DE AUXILIARES                                          *
      ******************************************************************
           03      WS-AUXILIARES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=AUXILIARES='.
             05    WS-MENSAG.
               07  FILLER          PIC     X(08)         VALUE
                                   ' MSG..: '.
               07  WS-MSG          PIC     X(72)         VALUE SPACES.
             05    WS-TECLA        PIC     X(02).
               88  CN-ESC                                VALUE '01'.
               88  CN-PF12                               VALUE '93'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-ANO-REF      PIC     X(04)         VALUE SPACES.
             05    WS-ANO-REF-9    REDEFINES WS-ANO-REF
                                   PIC     9(04).
             05    WS-MES-REF      PIC     9(02)         VALUE ZEROS.
             05    WS-MES-REF-X    PIC     X(02)         VALUE SPACES.
             05    WS-AAAAMM-REF   PIC     X(06)         VALUE SPACES.
             05    WS-AAAAMM-INI   PIC     X(06)         VALUE SPACES.
             05    WS-AAAAMM-CALC.
               07  WS-ANO-MC       PIC     9(04)         VALUE ZEROS.
               07  WS-MES-MC       PIC     9(02)         VALUE ZEROS.
             05    WS-NR-MESES-REF PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-NR-MESES     PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-IDX-MES      PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-DT-CALC.
               07  WS-ANO-CALC     PIC     9(04)         VALUE ZEROS.
               07  WS-MES-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-DIA-CALC     PIC     9(02)         VALUE ZEROS.
             05    WS-DT-RECEB-8   PIC     X(08)         VALUE SPACES.
             05    WS-JULIANO      PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-DIAS         PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-JUL-MELHOR   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-IDX-MELHOR   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-SW-SYS081    PIC     X(01)         VALUE 'N'.
               88  CN-SYS081-ABERTO                      VALUE 'S'.
             05    WS-SW-SYS010    PIC     X(01)         VALUE 'N'.
               88  CN-SYS010-ABERTO                      VALUE 'S'.
             05    WS-SW-ACHOU     PIC     X(01)         VALUE 'N'.
               88  CN-ATIVIDADE-ACHADA                   VALUE 'S'.
               88  CN-ATIVIDADE-NAO-ACHADA               VALUE 'N'.
             05    WS-SW-VINCULADA PIC     X(01)         VALUE 'N'.
               88  CN-JA-VINCULADA                       VALUE 'S'.
             05    WS-CHAVE-BUSCA.
               07  WS-SS-BUSCA     PIC     9(06)         VALUE ZEROS.
               07  WS-ST-BUSCA     PIC     9(06)         VALUE ZEROS.
             05    WS-DT-CORTE     PIC     X(08)         VALUE SPACES.
             05    WS-HR-ANTES     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-HR-DEPOIS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAXA         PIC    S9(05)V9 COMP-3 VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED4       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED5       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-HR-ED        PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-HR-ED2       PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-TAXA-ED      PIC     ZZZZ9,9       VALUE ZEROS.
             05    WS-TAXA-ED2     PIC     ZZZZ9,9       VALUE ZEROS.
             05    WS-TX-TAXA      PIC     X(07)         VALUE SPACES.
             05    WS-TX-TAXA2     PIC     X(07)         VALUE SPACES.
             05    WS-TX-TIPO      PIC     X(10)         VALUE SPACES.
             05    WS-TX-RETRAB    PIC     X(13)         VALUE SPACES.
             05    WS-QT-CASOS-MES PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-PTR          PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DOS MESES DO QUADRO (6 = MES DE REFERENCIA)            *
      ******************************************************************
           03      WS-AREA-MESES.
             05    FILLER          PIC     X(07)         VALUE
                                   '=MESES='.
             05    WS-TAB-MES      OCCURS  6 TIMES.
               07  TM-AAAAMM       PIC     X(06).
               07  TM-ROTULO       PIC     X(07).
      *
      ******************************************************************
      *    AREA DO LANCAMENTO NO QUADRO                                *
      ******************************************************************
           03      WS-AREA-LANCAMENTO.
             05    FILLER          PIC     X(12)         VALUE
                                   '=LANCAMENTO='.
             05    WS-LC-TIPO      PIC     X(01)         VALUE SPACES.
               88  CN-LC-CONCLUIDA                       VALUE 'C'.
               88  CN-LC-ESTORNO                         VALUE 'E'.
               88  CN-LC-REABERTA                        VALUE 'R'.
               88  CN-LC-REINCIDENCIA                    VALUE 'N'.
             05    WS-LC-IDX-MES   PIC     9(01)         VALUE ZEROS.
             05    WS-LC-DT-EVENTO PIC     X(08)         VALUE SPACES.
             05    WS-LC-SS-ORIG   PIC     9(06)         VALUE ZEROS.
             05    WS-LC-ST-ORIG   PIC     9(06)         VALUE ZEROS.
             05    WS-LC-SS-RETR   PIC     9(06)         VALUE ZEROS.
             05    WS-LC-ST-RETR   PIC     9(06)         VALUE ZEROS.
             05    WS-LC-RESP      PIC     X(08)         VALUE SPACES.
             05    WS-LC-SIGL      PIC     X(02)         VALUE SPACES.
             05    WS-LC-NM-PGM    PIC     X(08)         VALUE SPACES.
             05    WS-LC-HR-ORIG   PIC     9(05)         VALUE ZEROS.
             05    WS-LC-HR-RETR   PIC     9(05)         VALUE ZEROS.
             05    WS-LC-CHAVE-QD.
               07  WS-LC-DIMENSAO  PIC     X(01)         VALUE SPACES.
               07  WS-LC-CHAVE     PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DO QUADRO POR RESPONSAVEL (R), SISTEMA (S) E GERAL (T) *
      *    MANTIDO EM ORDEM DE DIMENSAO E CHAVE                        *
      ******************************************************************
           03      WS-AREA-QUADRO.
             05    FILLER          PIC     X(08)         VALUE
                                   '=QUADRO='.
             05    WS-CT-QUADRO    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-QD       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-QD-ACHOU PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-MS       PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-QUADRO   OCCURS 300 TIMES.
               07  TQ-CHAVE-QD.
                 09 TQ-DIMENSAO    PIC     X(01).
                 09 TQ-CHAVE       PIC     X(08).
               07  TQ-MES          OCCURS  6 TIMES.
                 09 TQ-QT-CONCL    PIC    S9(05) COMP-3.
                 09 TQ-QT-ESTORNO  PIC    S9(05) COMP-3.
                 09 TQ-QT-REABERTA PIC    S9(05) COMP-3.
                 09 TQ-QT-REINCID  PIC    S9(05) COMP-3.
                 09 TQ-HR-ORIGINAL PIC    S9(07) COMP-3.
                 09 TQ-HR-RETRAB   PIC    S9(07) COMP-3.
      *
      ******************************************************************
      *    AREA DAS CONCLUSOES COM NM-PGM (DO MES ANTERIOR AO PRIMEIRO *
      *    MES DO QUADRO ATE O MES DE REFERENCIA)                      *
      ******************************************************************
           03      WS-AREA-CONCLUSOES.
             05    FILLER          PIC     X(12)         VALUE
                                   '=CONCLUSOES='.
             05    WS-CT-CONCL     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-CC       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-CONCL    OCCURS 5000 TIMES.
               07  TC-SS           PIC     9(06).
               07  TC-ST           PIC     9(06).
               07  TC-NM-PGM       PIC     X(08).
               07  TC-SIGL-SIST    PIC     X(02).
               07  TC-RESPONSAVEL  PIC     X(08).
               07  TC-JUL-CONCL    PIC    S9(07) COMP-3.
               07  TC-HR-REALIZADO PIC     9(03).
      *
      ******************************************************************
      *    AREA DAS ATIVIDADES RECEBIDAS NOS MESES DO QUADRO COM       *
      *    NM-PGM (CANDIDATAS A NOVA ATIVIDADE NO MESMO PROGRAMA)      *
      ******************************************************************
           03      WS-AREA-RECEBIDAS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=RECEBIDAS='.
             05    WS-CT-RECEB     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-RC       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-RECEB    OCCURS 5000 TIMES.
               07  TN-SS           PIC     9(06).
               07  TN-ST           PIC     9(06).
               07  TN-NM-PGM       PIC     X(08).
               07  TN-JUL-RECEB    PIC    S9(07) COMP-3.
               07  TN-DT-RECEB     PIC     X(08).
               07  TN-IDX-MES      PIC     9(01).
               07  TN-HR-REALIZADO PIC     9(03).
      *
      ******************************************************************
      *    AREA DOS CASOS DE RETRABALHO DOS MESES DO QUADRO            *
      ******************************************************************
           03      WS-AREA-CASOS.
             05    FILLER          PIC     X(07)         VALUE
                                   '=CASOS='.
             05    WS-CT-CASOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-CS       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-CASOS    OCCURS 2000 TIMES.
               07  TK-TIPO         PIC     X(01).
               07  TK-IDX-MES      PIC     9(01).
               07  TK-DT-EVENTO    PIC     X(08).
               07  TK-SS-ORIG      PIC     9(06).
               07  TK-ST-ORIG      PIC     9(06).
               07  TK-SS-RETR      PIC     9(06).
               07  TK-ST-RETR      PIC     9(06).
               07  TK-RESP         PIC     X(08).
               07  TK-SIGL         PIC     X(02).
               07  TK-NM-PGM       PIC     X(08).
               07  TK-HR-ORIG      PIC     9(05).
               07  TK-HR-RETR      PIC     9(05).
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
             05    WS-STATUS-SYS057
                                   PIC     X(02).
               88  CN-SYS057-OK                          VALUE '00'.
               88  CN-SYS057-EOF                         VALUE '10'.
               88  CN-SYS057-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS072
                                   PIC     X(02).
               88  CN-SYS072-OK                          VALUE '00'.
               88  CN-SYS072-EOF                         VALUE '10'.
               88  CN-SYS072-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS081
                                   PIC     X(02).
               88  CN-SYS081-OK                          VALUE '00'.
               88  CN-SYS081-DPL                         VALUE '02'.
               88  CN-SYS081-EOF                         VALUE '10'.
               88  CN-SYS081-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS121
                                   PIC     X(02).
               88  CN-SYS121-OK                          VALUE '00'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.902I - ERRO NO ARQ. SYS057         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.903I - ERRO NO ARQ. SYS072         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.904I - ERRO NO ARQ. SYS081         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.905I - ERRO NO ARQ. SYS121         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.906I - MES DE REFERENCIA INVALIDO          '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.907I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.908I - TABELA DE TRABALHO CHEIA            '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV78.999I - EXECUTADO COM SUCESSO               '.
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
      *    AREA DO RELATORIO IMPRESSO (SYS121)                         *
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
             05    LINE 04 COLUMN 12                     VALUE
                   ' *** QUADRO DE RETRABALHO E QUALIDADE - SYS121 ***'
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PERIODO.
             05    LINE 08 COLUMN 08                     VALUE
                   'MES DE REFERENCIA (MM/AAAA): ' HIGHLIGHT.
             05    LINE 08 COLUMN 38
                                   PIC     9(02) USING WS-MES-REF
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 40                     VALUE '/'.
             05    LINE 08 COLUMN 41
                                   PIC     X(04) USING WS-ANO-REF
                                   AUTO REQUIRED.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'ATIVIDADES CONCLUIDAS NO MES.......: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'CASOS DE RETRABALHO NO MES.........: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'TAXA DE RETRABALHO (%).............: '.
             05    LINE 15 COLUMN 44
                                   PIC     X(07) FROM WS-TX-TAXA.
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
           PERFORM RTOBTER-PERIODO.
      *
           IF CN-PF12
               IF WS-MES-REF           GREATER OR EQUAL 01 AND
                  WS-MES-REF           LESS OR EQUAL 12 AND
                  WS-ANO-REF           NUMERIC
                   PERFORM RTPROCESSAR
               ELSE
                   MOVE WS-MSGARQ-906  TO WS-MSG
               END-IF
           END-IF.
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
           INITIALIZE WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           MOVE ZEROS                  TO WS-CT-QUADRO
                                          WS-CT-CONCL
                                          WS-CT-RECEB
                                          WS-CT-CASOS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O MES DE REFERENCIA                       *
      ******************************************************************
       RTOBTER-PERIODO                 SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - CANCELA / F12 - CONFIRMA'
                                       AT 2502.
      *
           PERFORM                     UNTIL CN-ESC OR
                                             CN-PF12
               ACCEPT SC-PERIODO
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-PERIODO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM RTMONTAR-MESES.
      *
           OPEN INPUT SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
                   SET CN-SYS010-ABERTO
                                       TO TRUE
                   PERFORM RTVARRER-SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTVARRER-SYS012.
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
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTTRATAR-ESTORNOS.
      *
           PERFORM RTTRATAR-VINCULOS.
      *
           PERFORM RTTRATAR-REINCIDENCIAS.
      *
           IF CN-SYS081-ABERTO
               CLOSE SYS081
           END-IF.
      *
           IF CN-SYS010-ABERTO
               CLOSE SYS010
           END-IF.
      *
           PERFORM RTIMPRIMIR.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR OS SEIS MESES DO QUADRO E O MES ANTERIOR *
      *    AO PRIMEIRO (INICIO DA BUSCA DAS CONCLUSOES)                *
      ******************************************************************
       RTMONTAR-MESES                  SECTION.
      ******************************************************************
      *
           MOVE WS-MES-REF             TO WS-MES-REF-X.
      *
           STRING WS-ANO-REF WS-MES-REF-X
                                       DELIMITED BY SIZE
                                       INTO WS-AAAAMM-REF.
      *
           COMPUTE WS-NR-MESES-REF     = WS-ANO-REF-9 * 12 +
                                         WS-MES-REF - 1.
      *
           MOVE ZEROS                  TO WS-IDX-MS.
      *
           PERFORM UNTIL WS-IDX-MS     GREATER OR EQUAL 6
               ADD 1                   TO WS-IDX-MS
               COMPUTE WS-NR-MESES     = WS-NR-MESES-REF - 6 +
                                         WS-IDX-MS
               PERFORM RTCALC-ANOMES
               MOVE WS-AAAAMM-CALC     TO TM-AAAAMM (WS-IDX-MS)
               MOVE SPACES             TO TM-ROTULO (WS-IDX-MS)
               STRING WS-MES-MC '/' WS-ANO-MC
                                       DELIMITED BY SIZE
                                       INTO TM-ROTULO (WS-IDX-MS)
           END-PERFORM.
      *
           COMPUTE WS-NR-MESES         = WS-NR-MESES-REF - 6.
      *
           PERFORM RTCALC-ANOMES.
      *
           MOVE WS-AAAAMM-CALC         TO WS-AAAAMM-INI.
      *
      ******************************************************************
       RTMONTAR-MESES-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONVERTER O NUMERO DE MESES EM ANO E MES        *
      ******************************************************************
       RTCALC-ANOMES                   SECTION.
      ******************************************************************
      *
           DIVIDE WS-NR-MESES          BY 12
                                       GIVING WS-ANO-MC
                                       REMAINDER WS-MES-MC.
      *
           ADD 1                       TO WS-MES-MC.
      *
      ******************************************************************
       RTCALC-ANOMES-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O INDICE DO MES (1 A 6) DE UM AAAAMM      *
      *    (ZERO QUANDO FORA DO QUADRO)                                *
      ******************************************************************
       RTOBTER-IDX-MES                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-MES.
      *
           MOVE ZEROS                  TO WS-IDX-MS.
      *
           PERFORM UNTIL WS-IDX-MS     GREATER OR EQUAL 6
               ADD 1                   TO WS-IDX-MS
               IF TM-AAAAMM (WS-IDX-MS)
                                       EQUAL WS-AAAAMM-CALC
                   MOVE WS-IDX-MS      TO WS-IDX-MES
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-IDX-MES-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER TODO O CADASTRO SYS010                   *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO FD-CHAVE.
      *
           START SYS010 KEY IS GREATER THAN OR
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
                       PERFORM RTAPURAR-ATIVIDADE
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
      *    ROTINA PARA VARRER O ARQUIVO MORTO DOS ANOS DO QUADRO       *
      ******************************************************************
       RTVARRER-SYS012                 SECTION.
      ******************************************************************
      *
           SET CM-FN-INICIAR-VARREDURA TO TRUE.
      *
           MOVE WS-AAAAMM-INI (1:4)    TO CM-ANO-INI.
           MOVE WS-ANO-REF             TO CM-ANO-FIM.
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
               PERFORM RTAPURAR-ATIVIDADE
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-PERFORM.
      *
           IF CM-RET-FIM
               CONTINUE
           ELSE
               MOVE WS-MSGARQ-907      TO WS-MSG
               PERFORM RTFINALIZAR
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
      *    ROTINA PARA APURAR UMA ATIVIDADE: CONCLUSAO NO PERIODO E    *
      *    RECEBIMENTO NOS MESES DO QUADRO                             *
      ******************************************************************
       RTAPURAR-ATIVIDADE              SECTION.
      ******************************************************************
      *
           IF WS-STATUS-CONCLUIDO      AND
              WS-DT-CONCL              NUMERIC AND
              WS-DT-CONCL (1:6)        NOT LESS WS-AAAAMM-INI AND
              WS-DT-CONCL (1:6)        NOT GREATER WS-AAAAMM-REF
               PERFORM RTAPURAR-CONCLUSAO
           END-IF.
      *
           STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO WS-DT-RECEB-8.
      *
           IF WS-DT-RECEB-8            NUMERIC AND
              WS-NM-PGM                NOT EQUAL SPACES AND
              NOT WS-STATUS-CANCELADO
               MOVE WS-DT-RECEB-8 (1:6)
                                       TO WS-AAAAMM-CALC
               PERFORM RTOBTER-IDX-MES
               IF WS-IDX-MES           GREATER ZEROS
                   PERFORM RTGUARDAR-RECEBIDA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAPURAR-ATIVIDADE-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR UMA CONCLUSAO DO PERIODO                 *
      ******************************************************************
       RTAPURAR-CONCLUSAO              SECTION.
      ******************************************************************
      *
           MOVE WS-DT-CONCL            TO WS-DT-CALC.
      *
           PERFORM RTCALC-JULIANO.
      *
           IF WS-NM-PGM                NOT EQUAL SPACES
               IF WS-CT-CONCL          NOT LESS 5000
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
               ADD 1                   TO WS-CT-CONCL
               MOVE WS-SS              TO TC-SS (WS-CT-CONCL)
               MOVE WS-ST              TO TC-ST (WS-CT-CONCL)
               MOVE WS-NM-PGM          TO TC-NM-PGM (WS-CT-CONCL)
               MOVE WS-SIGL-SIST       TO TC-SIGL-SIST (WS-CT-CONCL)
               MOVE WS-RESPONSAVEL     TO TC-RESPONSAVEL (WS-CT-CONCL)
               MOVE WS-JULIANO         TO TC-JUL-CONCL (WS-CT-CONCL)
               MOVE WS-HR-REALIZADO    TO TC-HR-REALIZADO (WS-CT-CONCL)
           END-IF.
      *
           MOVE WS-DT-CONCL (1:6)      TO WS-AAAAMM-CALC.
      *
           PERFORM RTOBTER-IDX-MES.
      *
           IF WS-IDX-MES               GREATER ZEROS
               INITIALIZE WS-AREA-LANCAMENTO
               SET CN-LC-CONCLUIDA     TO TRUE
               MOVE WS-IDX-MES         TO WS-LC-IDX-MES
               MOVE WS-RESPONSAVEL     TO WS-LC-RESP
               MOVE WS-SIGL-SIST       TO WS-LC-SIGL
               PERFORM RTLANCAR-QUADRO
           END-IF.
      *
      ******************************************************************
       RTAPURAR-CONCLUSAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR UMA ATIVIDADE RECEBIDA NO QUADRO        *
      ******************************************************************
       RTGUARDAR-RECEBIDA              SECTION.
      ******************************************************************
      *
           IF WS-CT-RECEB              NOT LESS 5000
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE WS-DT-RECEB-8          TO WS-DT-CALC.
      *
           PERFORM RTCALC-JULIANO.
      *
           ADD 1                       TO WS-CT-RECEB.
      *
           MOVE WS-SS                  TO TN-SS (WS-CT-RECEB).
           MOVE WS-ST                  TO TN-ST (WS-CT-RECEB).
           MOVE WS-NM-PGM              TO TN-NM-PGM (WS-CT-RECEB).
           MOVE WS-JULIANO             TO TN-JUL-RECEB (WS-CT-RECEB).
           MOVE WS-DT-RECEB-8          TO TN-DT-RECEB (WS-CT-RECEB).
           MOVE WS-IDX-MES             TO TN-IDX-MES (WS-CT-RECEB).
           MOVE WS-HR-REALIZADO        TO TN-HR-REALIZADO (WS-CT-RECEB).
      *
      ******************************************************************
       RTGUARDAR-RECEBIDA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONVERTER A DATA AAAAMMDD EM DIAS CORRIDOS      *
      ******************************************************************
       RTCALC-JULIANO                  SECTION.
      ******************************************************************
      *
           COMPUTE WS-JULIANO          = WS-ANO-CALC * 360 +
                                         WS-MES-CALC * 30  +
                                         WS-DIA-CALC.
      *
      ******************************************************************
       RTCALC-JULIANO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRATAR OS ESTORNOS DE BAIXA (EVENTO E - SYS057) *
      ******************************************************************
       RTTRATAR-ESTORNOS               SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS057.
      *
           EVALUATE TRUE
               WHEN CN-SYS057-OK
                   READ SYS057
                   PERFORM UNTIL NOT CN-SYS057-OK
                       IF EV-EVT-ESTORNADO AND
                          EV-DT-EVENTO NUMERIC
                           MOVE EV-DT-EVENTO (1:6)
                                       TO WS-AAAAMM-CALC
                           PERFORM RTOBTER-IDX-MES
                           IF WS-IDX-MES
                                       GREATER ZEROS
                               PERFORM RTAPURAR-ESTORNO
                           END-IF
                       END-IF
                       READ SYS057
                   END-PERFORM
                   IF CN-SYS057-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS057
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS057
               WHEN CN-SYS057-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS057
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTTRATAR-ESTORNOS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR UM ESTORNO DO QUADRO                     *
      ******************************************************************
       RTAPURAR-ESTORNO                SECTION.
      ******************************************************************
      *
           MOVE EV-SS                  TO WS-SS-BUSCA.
           MOVE EV-ST                  TO WS-ST-BUSCA.
      *
           PERFORM RTLER-ATIVIDADE.
      *
           INITIALIZE WS-AREA-LANCAMENTO.
      *
           SET CN-LC-ESTORNO           TO TRUE.
      *
           MOVE WS-IDX-MES             TO WS-LC-IDX-MES.
           MOVE EV-DT-EVENTO           TO WS-LC-DT-EVENTO.
           MOVE EV-SS                  TO WS-LC-SS-ORIG.
           MOVE EV-ST                  TO WS-LC-ST-ORIG.
      *
           IF CN-ATIVIDADE-ACHADA
               MOVE WS-RESPONSAVEL     TO WS-LC-RESP
               MOVE WS-SIGL-SIST       TO WS-LC-SIGL
               MOVE WS-NM-PGM          TO WS-LC-NM-PGM
               MOVE WS-HR-REALIZADO    TO WS-LC-HR-ORIG
           END-IF.
      *
           IF CN-SYS081-ABERTO
               MOVE EV-DT-EVENTO       TO WS-DT-CORTE
               PERFORM RTSOMAR-APONTAMENTOS
               MOVE WS-HR-ANTES        TO WS-LC-HR-ORIG
               MOVE WS-HR-DEPOIS       TO WS-LC-HR-RETR
           END-IF.
      *
           PERFORM RTGUARDAR-CASO.
      *
      ******************************************************************
       RTAPURAR-ESTORNO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SOMAR OS APONTAMENTOS (SYS081) DA SS/ST ANTES E *
      *    A PARTIR DA DATA DE CORTE                                   *
      ******************************************************************
       RTSOMAR-APONTAMENTOS            SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-HR-ANTES
                                          WS-HR-DEPOIS.
      *
           MOVE WS-SS-BUSCA            TO AP-SS.
           MOVE WS-ST-BUSCA            TO AP-ST.
      *
           START SYS081 KEY IS EQUAL AP-ATIVIDADE
               INVALID KEY
                   SET CN-SYS081-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS081-EOF
               READ SYS081 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS081-OK
                   WHEN CN-SYS081-DPL
                       IF AP-SS        NOT EQUAL WS-SS-BUSCA OR
                          AP-ST        NOT EQUAL WS-ST-BUSCA
                           SET CN-SYS081-EOF
                                       TO TRUE
                       ELSE
                           IF AP-DT-APONT
                                       LESS WS-DT-CORTE
                               ADD AP-HORAS
                                       TO WS-HR-ANTES
                           ELSE
                               ADD AP-HORAS
                                       TO WS-HR-DEPOIS
                           END-IF
                       END-IF
                   WHEN CN-SYS081-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTSOMAR-APONTAMENTOS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRATAR AS REABERTURAS VINCULADAS (TIPO R DO     *
      *    SYS072)                                                     *
      ******************************************************************
       RTTRATAR-VINCULOS               SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS072.
      *
           EVALUATE TRUE
               WHEN CN-SYS072-OK
                   READ SYS072 NEXT
                   PERFORM UNTIL NOT CN-SYS072-OK
                       IF VC-VINC-REABERTA-COMO AND
                          VC-DT-REGISTRO
                                       NUMERIC
                           MOVE VC-DT-REGISTRO (1:6)
                                       TO WS-AAAAMM-CALC
                           PERFORM RTOBTER-IDX-MES
                           IF WS-IDX-MES
                                       GREATER ZEROS
                               PERFORM RTAPURAR-REABERTA
                           END-IF
                       END-IF
                       READ SYS072 NEXT
                   END-PERFORM
                   IF CN-SYS072-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS072
                                       TO WS-RETCOD-903
                       MOVE WS-MSGARQ-903
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
                   CLOSE SYS072
               WHEN CN-SYS072-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS072
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTTRATAR-VINCULOS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR UMA REABERTURA VINCULADA DO QUADRO       *
      ******************************************************************
       RTAPURAR-REABERTA               SECTION.
      ******************************************************************
      *
           INITIALIZE WS-AREA-LANCAMENTO.
      *
           SET CN-LC-REABERTA          TO TRUE.
      *
           MOVE WS-IDX-MES             TO WS-LC-IDX-MES.
           MOVE VC-DT-REGISTRO         TO WS-LC-DT-EVENTO.
           MOVE VC-SS                  TO WS-LC-SS-ORIG.
           MOVE VC-ST                  TO WS-LC-ST-ORIG.
           MOVE VC-SS-DEST             TO WS-LC-SS-RETR.
           MOVE VC-ST-DEST             TO WS-LC-ST-RETR.
      *
           MOVE VC-SS-DEST             TO WS-SS-BUSCA.
           MOVE VC-ST-DEST             TO WS-ST-BUSCA.
      *
           PERFORM RTLER-ATIVIDADE.
      *
           IF CN-ATIVIDADE-ACHADA
               MOVE WS-HR-REALIZADO    TO WS-LC-HR-RETR
           END-IF.
      *
           MOVE VC-SS                  TO WS-SS-BUSCA.
           MOVE VC-ST                  TO WS-ST-BUSCA.
      *
           PERFORM RTLER-ATIVIDADE.
      *
           IF CN-ATIVIDADE-ACHADA
               MOVE WS-RESPONSAVEL     TO WS-LC-RESP
               MOVE WS-SIGL-SIST       TO WS-LC-SIGL
               MOVE WS-NM-PGM          TO WS-LC-NM-PGM
               MOVE WS-HR-REALIZADO    TO WS-LC-HR-ORIG
           END-IF.
      *
           PERFORM RTGUARDAR-CASO.
      *
      ******************************************************************
       RTAPURAR-REABERTA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER UMA ATIVIDADE NO SYS010 OU NO ARQUIVO MORTO *
      ******************************************************************
       RTLER-ATIVIDADE                 SECTION.
      ******************************************************************
      *
           SET CN-ATIVIDADE-NAO-ACHADA TO TRUE.
      *
           INITIALIZE WS-SYS010.
      *
           IF CN-SYS010-ABERTO
               MOVE WS-CHAVE-BUSCA     TO FD-CHAVE
               READ SYS010             INTO WS-SYS010
                   KEY IS FD-CHAVE
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       SET CN-ATIVIDADE-ACHADA
                                       TO TRUE
                   WHEN CN-SYS010-NOK
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-IF.
      *
           IF CN-ATIVIDADE-NAO-ACHADA
               MOVE WS-CHAVE-BUSCA     TO RG-CHAVE
               SET CM-FN-LER           TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
               IF CM-RET-OK
                   MOVE WS-REGISTRO-ARQM
                                       TO WS-SYS010
                   SET CN-ATIVIDADE-ACHADA
                                       TO TRUE
               END-IF
               SET CM-FN-FINALIZAR     TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
           END-IF.
      *
      ******************************************************************
       RTLER-ATIVIDADE-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRATAR AS NOVAS ATIVIDADES NO MESMO PROGRAMA    *
      *    ATE 30 DIAS APOS UMA CONCLUSAO (A CONCLUSAO MAIS RECENTE)   *
      ******************************************************************
       RTTRATAR-REINCIDENCIAS          SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-RC.
      *
           PERFORM UNTIL WS-IDX-RC     GREATER OR EQUAL WS-CT-RECEB
               ADD 1                   TO WS-IDX-RC
               PERFORM RTVERIFICAR-VINCULADA
               IF NOT CN-JA-VINCULADA
                   PERFORM RTPROCURAR-CONCLUSAO
                   IF WS-IDX-MELHOR    GREATER ZEROS
                       PERFORM RTAPURAR-REINCIDENCIA
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTTRATAR-REINCIDENCIAS-EXIT.    EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE A RECEBIDA JA E UMA REABERTURA     *
      *    VINCULADA (NAO CONTA DUAS VEZES)                            *
      ******************************************************************
       RTVERIFICAR-VINCULADA           SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-VINCULADA.
      *
           MOVE ZEROS                  TO WS-IDX-CS.
      *
           PERFORM UNTIL WS-IDX-CS     GREATER OR EQUAL WS-CT-CASOS
                      OR CN-JA-VINCULADA
               ADD 1                   TO WS-IDX-CS
               IF TK-TIPO (WS-IDX-CS)  EQUAL 'R' AND
                  TK-SS-RETR (WS-IDX-CS)
                                       EQUAL TN-SS (WS-IDX-RC) AND
                  TK-ST-RETR (WS-IDX-CS)
                                       EQUAL TN-ST (WS-IDX-RC)
                   SET CN-JA-VINCULADA TO TRUE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTVERIFICAR-VINCULADA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PROCURAR A CONCLUSAO MAIS RECENTE DO MESMO      *
      *    NM-PGM NOS 30 DIAS ANTERIORES AO RECEBIMENTO (OUTRA SS)     *
      ******************************************************************
       RTPROCURAR-CONCLUSAO            SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-MELHOR
                                          WS-JUL-MELHOR.
      *
           MOVE ZEROS                  TO WS-IDX-CC.
      *
           PERFORM UNTIL WS-IDX-CC     GREATER OR EQUAL WS-CT-CONCL
               ADD 1                   TO WS-IDX-CC
               IF TC-NM-PGM (WS-IDX-CC)
                                       EQUAL TN-NM-PGM (WS-IDX-RC) AND
                  TC-SS (WS-IDX-CC)    NOT EQUAL TN-SS (WS-IDX-RC)
                   COMPUTE WS-DIAS     = TN-JUL-RECEB (WS-IDX-RC) -
                                         TC-JUL-CONCL (WS-IDX-CC)
                   IF WS-DIAS          NOT LESS ZEROS AND
                      WS-DIAS          NOT GREATER 30 AND
                      TC-JUL-CONCL (WS-IDX-CC)
                                       GREATER WS-JUL-MELHOR
                       MOVE TC-JUL-CONCL (WS-IDX-CC)
                                       TO WS-JUL-MELHOR
                       MOVE WS-IDX-CC  TO WS-IDX-MELHOR
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTPROCURAR-CONCLUSAO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR UMA NOVA ATIVIDADE NO MESMO PROGRAMA     *
      ******************************************************************
       RTAPURAR-REINCIDENCIA           SECTION.
      ******************************************************************
      *
           INITIALIZE WS-AREA-LANCAMENTO.
      *
           SET CN-LC-REINCIDENCIA      TO TRUE.
      *
           MOVE TN-IDX-MES (WS-IDX-RC) TO WS-LC-IDX-MES.
           MOVE TN-DT-RECEB (WS-IDX-RC)
                                       TO WS-LC-DT-EVENTO.
           MOVE TC-SS (WS-IDX-MELHOR)  TO WS-LC-SS-ORIG.
           MOVE TC-ST (WS-IDX-MELHOR)  TO WS-LC-ST-ORIG.
           MOVE TN-SS (WS-IDX-RC)      TO WS-LC-SS-RETR.
           MOVE TN-ST (WS-IDX-RC)      TO WS-LC-ST-RETR.
           MOVE TC-RESPONSAVEL (WS-IDX-MELHOR)
                                       TO WS-LC-RESP.
           MOVE TC-SIGL-SIST (WS-IDX-MELHOR)
                                       TO WS-LC-SIGL.
           MOVE TC-NM-PGM (WS-IDX-MELHOR)
                                       TO WS-LC-NM-PGM.
           MOVE TC-HR-REALIZADO (WS-IDX-MELHOR)
                                       TO WS-LC-HR-ORIG.
           MOVE TN-HR-REALIZADO (WS-IDX-RC)
                                       TO WS-LC-HR-RETR.
      *
           PERFORM RTGUARDAR-CASO.
      *
      ******************************************************************
       RTAPURAR-REINCIDENCIA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR O CASO DE RETRABALHO E LANCAR NO QUADRO *
      ******************************************************************
       RTGUARDAR-CASO                  SECTION.
      ******************************************************************
      *
           IF WS-CT-CASOS              NOT LESS 2000
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           ADD 1                       TO WS-CT-CASOS.
      *
           MOVE WS-LC-TIPO             TO TK-TIPO      (WS-CT-CASOS).
           MOVE WS-LC-IDX-MES          TO TK-IDX-MES   (WS-CT-CASOS).
           MOVE WS-LC-DT-EVENTO        TO TK-DT-EVENTO (WS-CT-CASOS).
           MOVE WS-LC-SS-ORIG          TO TK-SS-ORIG   (WS-CT-CASOS).
           MOVE WS-LC-ST-ORIG          TO TK-ST-ORIG   (WS-CT-CASOS).
           MOVE WS-LC-SS-RETR          TO TK-SS-RETR   (WS-CT-CASOS).
           MOVE WS-LC-ST-RETR          TO TK-ST-RETR   (WS-CT-CASOS).
           MOVE WS-LC-RESP             TO TK-RESP      (WS-CT-CASOS).
           MOVE WS-LC-SIGL             TO TK-SIGL      (WS-CT-CASOS).
           MOVE WS-LC-NM-PGM           TO TK-NM-PGM    (WS-CT-CASOS).
           MOVE WS-LC-HR-ORIG          TO TK-HR-ORIG   (WS-CT-CASOS).
           MOVE WS-LC-HR-RETR          TO TK-HR-RETR   (WS-CT-CASOS).
      *
           PERFORM RTLANCAR-QUADRO.
      *
      ******************************************************************
       RTGUARDAR-CASO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LANCAR NO QUADRO POR RESPONSAVEL, SISTEMA E     *
      *    GERAL                                                       *
      ******************************************************************
       RTLANCAR-QUADRO                 SECTION.
      ******************************************************************
      *
           MOVE 'R'                    TO WS-LC-DIMENSAO.
      *
           IF WS-LC-RESP               EQUAL SPACES
               MOVE 'SEM RESP'         TO WS-LC-CHAVE
           ELSE
               MOVE WS-LC-RESP         TO WS-LC-CHAVE
           END-IF.
      *
           PERFORM RTLANCAR-CHAVE.
      *
           MOVE 'S'                    TO WS-LC-DIMENSAO.
      *
           IF WS-LC-SIGL               EQUAL SPACES
               MOVE 'N/INF'            TO WS-LC-CHAVE
           ELSE
               MOVE WS-LC-SIGL         TO WS-LC-CHAVE
           END-IF.
      *
           PERFORM RTLANCAR-CHAVE.
      *
           MOVE 'T'                    TO WS-LC-DIMENSAO.
           MOVE 'GERAL'                TO WS-LC-CHAVE.
      *
           PERFORM RTLANCAR-CHAVE.
      *
      ******************************************************************
       RTLANCAR-QUADRO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR (OU INCLUIR EM ORDEM) A CHAVE NO      *
      *    QUADRO E SOMAR O LANCAMENTO NO MES                          *
      ******************************************************************
       RTLANCAR-CHAVE                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-QD-ACHOU.
      *
           MOVE 1                      TO WS-IDX-QD.
      *
           PERFORM UNTIL WS-IDX-QD     GREATER WS-CT-QUADRO
                      OR WS-IDX-QD-ACHOU
                                       GREATER ZEROS
                      OR TQ-CHAVE-QD (WS-IDX-QD)
                                       GREATER WS-LC-CHAVE-QD
               IF TQ-CHAVE-QD (WS-IDX-QD)
                                       EQUAL WS-LC-CHAVE-QD
                   MOVE WS-IDX-QD      TO WS-IDX-QD-ACHOU
               END-IF
               ADD 1                   TO WS-IDX-QD
           END-PERFORM.
      *
           IF WS-IDX-QD-ACHOU          EQUAL ZEROS
               PERFORM RTINCLUIR-CHAVE
           END-IF.
      *
           MOVE WS-LC-IDX-MES          TO WS-IDX-MS.
      *
           EVALUATE TRUE
               WHEN CN-LC-CONCLUIDA
                   ADD 1   TO TQ-QT-CONCL    (WS-IDX-QD-ACHOU WS-IDX-MS)
               WHEN CN-LC-ESTORNO
                   ADD 1   TO TQ-QT-ESTORNO  (WS-IDX-QD-ACHOU WS-IDX-MS)
               WHEN CN-LC-REABERTA
                   ADD 1   TO TQ-QT-REABERTA (WS-IDX-QD-ACHOU WS-IDX-MS)
               WHEN OTHER
                   ADD 1   TO TQ-QT-REINCID  (WS-IDX-QD-ACHOU WS-IDX-MS)
           END-EVALUATE.
      *
           IF NOT CN-LC-CONCLUIDA
               ADD WS-LC-HR-ORIG
                           TO TQ-HR-ORIGINAL (WS-IDX-QD-ACHOU WS-IDX-MS)
               ADD WS-LC-HR-RETR
                           TO TQ-HR-RETRAB   (WS-IDX-QD-ACHOU WS-IDX-MS)
           END-IF.
      *
      ******************************************************************
       RTLANCAR-CHAVE-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR A CHAVE NA POSICAO WS-IDX-QD DO QUADRO, *
      *    DESLOCANDO AS SEGUINTES                                     *
      ******************************************************************
       RTINCLUIR-CHAVE                 SECTION.
      ******************************************************************
      *
           IF WS-CT-QUADRO             NOT LESS 300
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE WS-IDX-QD              TO WS-IDX-QD-ACHOU.
      *
           MOVE WS-CT-QUADRO           TO WS-IDX-QD.
      *
           PERFORM UNTIL WS-IDX-QD     LESS WS-IDX-QD-ACHOU
               MOVE WS-TAB-QUADRO (WS-IDX-QD)
                                       TO WS-TAB-QUADRO (WS-IDX-QD + 1)
               SUBTRACT 1              FROM WS-IDX-QD
           END-PERFORM.
      *
           ADD 1                       TO WS-CT-QUADRO.
      *
           INITIALIZE WS-TAB-QUADRO (WS-IDX-QD-ACHOU).
      *
           MOVE WS-LC-CHAVE-QD         TO TQ-CHAVE-QD (WS-IDX-QD-ACHOU).
      *
      ******************************************************************
       RTINCLUIR-CHAVE-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O QUADRO (SYS121)                      *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS121.
      *
           IF CN-SYS121-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS121   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           MOVE 'R'                    TO WS-LC-DIMENSAO.
           PERFORM RTIMPRIMIR-DIMENSAO.
      *
           MOVE 'S'                    TO WS-LC-DIMENSAO.
           PERFORM RTIMPRIMIR-DIMENSAO.
      *
           MOVE 'T'                    TO WS-LC-DIMENSAO.
           PERFORM RTIMPRIMIR-DIMENSAO.
      *
           PERFORM RTIMPRIMIR-TENDENCIA.
      *
           PERFORM RTIMPRIMIR-CASOS.
      *
           PERFORM RTIMPRIMIR-NOTAS.
      *
           CLOSE SYS121.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O MES DE REFERENCIA DE UMA DIMENSAO    *
      ******************************************************************
       RTIMPRIMIR-DIMENSAO             SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           EVALUATE WS-LC-DIMENSAO
               WHEN 'R'
                   MOVE '  >>> POR RESPONSAVEL - MES DE REFERENCIA'
                                       TO WS-LINHA-REL
               WHEN 'S'
                   MOVE '  >>> POR SISTEMA (SIGL-SIST) - MES DE REFER.'
                                       TO WS-LINHA-REL
               WHEN OTHER
                   MOVE '  >>> TOTAL DO MES DE REFERENCIA'
                                       TO WS-LINHA-REL
           END-EVALUATE.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  CHAVE     CONCL  ESTORN  REABER  N.PGM  RETRAB'
                  '    TAXA%   HR.ORIG  HR.RETR  RETR/ORIG%'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-IDX-QD.
      *
           PERFORM UNTIL WS-IDX-QD     GREATER OR EQUAL WS-CT-QUADRO
               ADD 1                   TO WS-IDX-QD
               IF TQ-DIMENSAO (WS-IDX-QD)
                                       EQUAL WS-LC-DIMENSAO
                   PERFORM RTIMPRIMIR-CHAVE
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTIMPRIMIR-DIMENSAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DE UMA CHAVE NO MES DE         *
      *    REFERENCIA                                                  *
      ******************************************************************
       RTIMPRIMIR-CHAVE                SECTION.
      ******************************************************************
      *
           MOVE 6                      TO WS-IDX-MS.
      *
           PERFORM RTCALC-TAXA.
      *
           MOVE WS-TX-TAXA             TO WS-TX-TAXA2.
      *
           MOVE TQ-QT-CONCL    (WS-IDX-QD 6)
                                       TO WS-QT-ED.
           MOVE TQ-QT-ESTORNO  (WS-IDX-QD 6)
                                       TO WS-QT-ED2.
           MOVE TQ-QT-REABERTA (WS-IDX-QD 6)
                                       TO WS-QT-ED3.
           MOVE TQ-QT-REINCID  (WS-IDX-QD 6)
                                       TO WS-QT-ED4.
      *
           COMPUTE WS-QT-ED5           = TQ-QT-ESTORNO  (WS-IDX-QD 6) +
                                         TQ-QT-REABERTA (WS-IDX-QD 6) +
                                         TQ-QT-REINCID  (WS-IDX-QD 6).
      *
           MOVE TQ-HR-ORIGINAL (WS-IDX-QD 6)
                                       TO WS-HR-ED.
           MOVE TQ-HR-RETRAB   (WS-IDX-QD 6)
                                       TO WS-HR-ED2.
      *
           IF TQ-HR-ORIGINAL (WS-IDX-QD 6)
                                       GREATER ZEROS
               COMPUTE WS-TAXA ROUNDED = TQ-HR-RETRAB (WS-IDX-QD 6) *
                                         100 /
                                         TQ-HR-ORIGINAL (WS-IDX-QD 6)
               MOVE WS-TAXA            TO WS-TAXA-ED2
               MOVE WS-TAXA-ED2        TO WS-TX-TAXA
           ELSE
               MOVE '      -'          TO WS-TX-TAXA
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  '      TQ-CHAVE (WS-IDX-QD)
                  '  '      WS-QT-ED
                  '   '     WS-QT-ED2
                  '   '     WS-QT-ED3
                  '  '      WS-QT-ED4
                  '   '     WS-QT-ED5
                  '  '      WS-TX-TAXA2
                  '   '     WS-HR-ED
                  '  '      WS-HR-ED2
                  '     '   WS-TX-TAXA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-CHAVE-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR A TAXA DE RETRABALHO DA CHAVE          *
      *    WS-IDX-QD NO MES WS-IDX-MS (SEM CONCLUIDAS NO MES NAO HA    *
      *    TAXA)                                                       *
      ******************************************************************
       RTCALC-TAXA                     SECTION.
      ******************************************************************
      *
           IF TQ-QT-CONCL (WS-IDX-QD WS-IDX-MS)
                                       GREATER ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       (TQ-QT-ESTORNO  (WS-IDX-QD WS-IDX-MS) +
                        TQ-QT-REABERTA (WS-IDX-QD WS-IDX-MS) +
                        TQ-QT-REINCID  (WS-IDX-QD WS-IDX-MS)) * 100 /
                        TQ-QT-CONCL    (WS-IDX-QD WS-IDX-MS)
               MOVE WS-TAXA            TO WS-TAXA-ED
               MOVE WS-TAXA-ED         TO WS-TX-TAXA
           ELSE
               MOVE '      -'          TO WS-TX-TAXA
           END-IF.
      *
      ******************************************************************
       RTCALC-TAXA-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A TENDENCIA DE SEIS MESES DA TAXA      *
      ******************************************************************
       RTIMPRIMIR-TENDENCIA            SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE '  >>> TENDENCIA DA TAXA DE RETRABALHO (%) - SEIS MESES'
                                       TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE 1                      TO WS-PTR.
      *
           STRING '    CHAVE   '       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           MOVE ZEROS                  TO WS-IDX-MS.
      *
           PERFORM UNTIL WS-IDX-MS     GREATER OR EQUAL 6
               ADD 1                   TO WS-IDX-MS
               STRING '  '  TM-ROTULO (WS-IDX-MS)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
           END-PERFORM.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-IDX-QD.
      *
           PERFORM UNTIL WS-IDX-QD     GREATER OR EQUAL WS-CT-QUADRO
               ADD 1                   TO WS-IDX-QD
               MOVE 1                  TO WS-PTR
               STRING '  '  TQ-DIMENSAO (WS-IDX-QD) ' '
                            TQ-CHAVE (WS-IDX-QD) ' '
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
               MOVE ZEROS              TO WS-IDX-MS
               PERFORM UNTIL WS-IDX-MS GREATER OR EQUAL 6
                   ADD 1               TO WS-IDX-MS
                   PERFORM RTCALC-TAXA
                   STRING '  '  WS-TX-TAXA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
               END-PERFORM
               PERFORM RTGRAVAR-LINHA
           END-PERFORM.
      *
      ******************************************************************
       RTIMPRIMIR-TENDENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR OS CASOS DE RETRABALHO DO MES DE         *
      *    REFERENCIA                                                  *
      ******************************************************************
       RTIMPRIMIR-CASOS                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE '  >>> CASOS DE RETRABALHO DO MES DE REFERENCIA'
                                       TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  TIPO        DATA        ORIGINAL       RETRABALHO'
                  '     RESP.     SI  PROGRAMA   HR.ORIG  HR.RETR'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-QT-CASOS-MES.
      *
           MOVE ZEROS                  TO WS-IDX-CS.
      *
           PERFORM UNTIL WS-IDX-CS     GREATER OR EQUAL WS-CT-CASOS
               ADD 1                   TO WS-IDX-CS
               IF TK-IDX-MES (WS-IDX-CS)
                                       EQUAL 6
                   PERFORM RTIMPRIMIR-CASO
               END-IF
           END-PERFORM.
      *
           IF WS-QT-CASOS-MES          EQUAL ZEROS
               MOVE '    NENHUM CASO DE RETRABALHO NO MES'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CASOS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UM CASO DE RETRABALHO                  *
      ******************************************************************
       RTIMPRIMIR-CASO                 SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-QT-CASOS-MES.
      *
           EVALUATE TK-TIPO (WS-IDX-CS)
               WHEN 'E'
                   MOVE 'ESTORNO'      TO WS-TX-TIPO
               WHEN 'R'
                   MOVE 'REABERTA'     TO WS-TX-TIPO
               WHEN OTHER
                   MOVE 'NOVA NO PGM'  TO WS-TX-TIPO
           END-EVALUATE.
      *
           IF TK-TIPO (WS-IDX-CS)      EQUAL 'E'
               MOVE '(A PROPRIA)'      TO WS-TX-RETRAB
           ELSE
               MOVE SPACES             TO WS-TX-RETRAB
               STRING TK-SS-RETR (WS-IDX-CS) '/'
                      TK-ST-RETR (WS-IDX-CS)
                                       DELIMITED BY SIZE
                                       INTO WS-TX-RETRAB
           END-IF.
      *
           MOVE TK-HR-ORIG (WS-IDX-CS) TO WS-HR-ED.
           MOVE TK-HR-RETR (WS-IDX-CS) TO WS-HR-ED2.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  '     WS-TX-TIPO
                  '  '     TK-DT-EVENTO (WS-IDX-CS) (7:2) '/'
                           TK-DT-EVENTO (WS-IDX-CS) (5:2) '/'
                           TK-DT-EVENTO (WS-IDX-CS) (1:4)
                  '  '     TK-SS-ORIG (WS-IDX-CS) '/'
                           TK-ST-ORIG (WS-IDX-CS)
                  '  '     WS-TX-RETRAB
                  '  '     TK-RESP (WS-IDX-CS)
                  '  '     TK-SIGL (WS-IDX-CS)
                  '  '     TK-NM-PGM (WS-IDX-CS)
                  '  '     WS-HR-ED
                  '  '     WS-HR-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-CASO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR AS NOTAS DE APURACAO                   *
      ******************************************************************
       RTIMPRIMIR-NOTAS                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  RETRABALHO: ESTORNO DA BAIXA (ATV27), REABERTURA '
                  'VINCULADA (SYS072 TIPO R) E NOVA ATIVIDADE NO MESMO '
                  'NM-PGM ATE 30 DIAS APOS UMA CONCLUSAO.'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  O CASO CONTA NO MES EM QUE APARECEU, PARA O '
                  'RESPONSAVEL E O SISTEMA DA ATIVIDADE ORIGINAL; '
                  'TAXA = CASOS / CONCLUIDAS DO MES.'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-NOTAS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA DE DETALHE                     *
      ******************************************************************
       RTGRAVAR-LINHA                  SECTION.
      ******************************************************************
      *
           WRITE FD-SYS121             FROM WS-LINHA-REL.
      *
           IF CN-SYS121-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS121   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
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
                                          WS-CAB-REL2.
      *
           STRING '        QUADRO MENSAL DE RETRABALHO E QUALIDADE DAS '
                  'ENTREGAS - SYS121'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     REFERENCIA: ' WS-MES-REF-X '/' WS-ANO-REF
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           WRITE FD-SYS121             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS121             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS121.
      *
           WRITE FD-SYS121.
      *
           IF CN-SYS121-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS121   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR O RESULTADO NA TELA                      *
      ******************************************************************
       RTEXIBIR-RESULTADO              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QT-ED
                                          WS-QT-ED2.
      *
           MOVE '      -'              TO WS-TX-TAXA.
      *
           MOVE 6                      TO WS-IDX-MS.
      *
           MOVE ZEROS                  TO WS-IDX-QD.
      *
           PERFORM UNTIL WS-IDX-QD     GREATER OR EQUAL WS-CT-QUADRO
               ADD 1                   TO WS-IDX-QD
               IF TQ-DIMENSAO (WS-IDX-QD)
                                       EQUAL 'T'
                   MOVE TQ-QT-CONCL (WS-IDX-QD 6)
                                       TO WS-QT-ED
                   COMPUTE WS-QT-ED2   = TQ-QT-ESTORNO  (WS-IDX-QD 6) +
                                         TQ-QT-REABERTA (WS-IDX-QD 6) +
                                         TQ-QT-REINCID  (WS-IDX-QD 6)
                   PERFORM RTCALC-TAXA
               END-IF
           END-PERFORM.
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTEXIBIR-RESULTADO-EXIT.        EXIT.
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
