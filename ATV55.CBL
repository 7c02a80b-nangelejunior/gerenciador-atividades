      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV55.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV55                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# RANKING DE DEFEITOS REINCIDENTES POR PROGRAMA*
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LE AS ATIVIDADES   *
      *                       CONCLUIDAS NOS ULTIMOS N MESES NO SYS010 *
      *                       E NO ARQUIVO MORTO (ATV48), FICA COM AS  *
      *                       CLASSIFICADAS NA BAIXA (SYS086) COMO     *
      *                       DEFEITO DE PROGRAMA E ORDENA OS PROGRAMAS*
      *                       (SIGL-SIST/NM-MOD/NM-PGM) PELA QUANTIDADE*
      *                       DE DEFEITOS, MARCANDO OS QUE TIVERAM     *
      *                       NOVO DEFEITO EM MENOS DE 90 DIAS -       *
      *                       IMPRESSO SYS087                          *
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
           SELECT  SYS086    ASSIGN    TO 'SYS086.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CL-CHAVE-CLASSIF
                     FILE STATUS IS WS-STATUS-SYS086.
      *
           SELECT  SYS019    ASSIGN    TO 'SYS019.TMP'
                     FILE STATUS IS WS-STATUS-SYS019.
      *
           SELECT  SYS028    ASSIGN    TO 'SYS028.TMP'
                     FILE STATUS IS WS-STATUS-SYS028.
      *
           SELECT  SYS030    ASSIGN    TO 'SYS030.TMP'
                     FILE STATUS IS WS-STATUS-SYS030.
      *
           SELECT  SYS087    ASSIGN    TO 'SYS087.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS087.
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
       FD          SYS086
                              DATA RECORD CL-SYS086.
      *
       01          CL-SYS086.
      *
           COPY WATV28                 REPLACING ==::== BY ==CL==.
      *
      *    O SYS019/SYS028 LEVAM PRIMEIRO OS DEFEITOS (PS-/FS-DEF) E,
      *    NA SEGUNDA ORDENACAO, O RESUMO POR PROGRAMA (PS-/FS-RES).
       FD          SYS019
                              DATA RECORD PS-DEF-SYS019
                                          PS-RES-SYS019.
      *
       01          PS-DEF-SYS019.
           03      PS-DEF-SIGL-SIST
                                   PIC     X(02).
           03      PS-DEF-NM-MOD   PIC     X(20).
           03      PS-DEF-NM-PGM   PIC     X(08).
           03      PS-DEF-DT-CONCL PIC     X(08).
           03      PS-DEF-SS       PIC     9(06).
           03      PS-DEF-ST       PIC     9(06).
           03      PS-DEF-VERS-PGM PIC     X(04).
           03      PS-DEF-COD-RESOL
                                   PIC     X(03).
           03      FILLER          PIC     X(13).
      *
       01          PS-RES-SYS019.
           03      PS-RES-QT-DEFEITOS
                                   PIC     9(05).
           03      PS-RES-QT-REINC PIC     9(05).
           03      PS-RES-SIGL-SIST
                                   PIC     X(02).
           03      PS-RES-NM-MOD   PIC     X(20).
           03      PS-RES-NM-PGM   PIC     X(08).
           03      PS-RES-MENOR-INTERV
                                   PIC     9(05).
           03      PS-RES-DT-PRIMEIRA
                                   PIC     X(08).
           03      PS-RES-DT-ULTIMA
                                   PIC     X(08).
           03      PS-RES-VERS-ULT PIC     X(04).
           03      FILLER          PIC     X(05).
      *
       FD          SYS028
                              DATA RECORD FS-DEF-SYS028
                                          FS-RES-SYS028.
      *
       01          FS-DEF-SYS028.
           03      FS-DEF-SIGL-SIST
                                   PIC     X(02).
           03      FS-DEF-NM-MOD   PIC     X(20).
           03      FS-DEF-NM-PGM   PIC     X(08).
           03      FS-DEF-DT-CONCL PIC     X(08).
           03      FS-DEF-SS       PIC     9(06).
           03      FS-DEF-ST       PIC     9(06).
           03      FS-DEF-VERS-PGM PIC     X(04).
           03      FS-DEF-COD-RESOL
                                   PIC     X(03).
           03      FILLER          PIC     X(13).
      *
       01          FS-RES-SYS028.
           03      FS-RES-QT-DEFEITOS
                                   PIC     9(05).
           03      FS-RES-QT-REINC PIC     9(05).
           03      FS-RES-SIGL-SIST
                                   PIC     X(02).
           03      FS-RES-NM-MOD   PIC     X(20).
           03      FS-RES-NM-PGM   PIC     X(08).
           03      FS-RES-MENOR-INTERV
                                   PIC     9(05).
           03      FS-RES-DT-PRIMEIRA
                                   PIC     X(08).
           03      FS-RES-DT-ULTIMA
                                   PIC     X(08).
           03      FS-RES-VERS-ULT PIC     X(04).
           03      FILLER          PIC     X(05).
      *
       SD          SYS030
                              DATA RECORD SD-DEF-SYS030
                                          SD-RES-SYS030.
      *
       01          SD-DEF-SYS030.
           03      SD-DEF-SIGL-SIST
                                   PIC     X(02).
           03      SD-DEF-NM-MOD   PIC     X(20).
           03      SD-DEF-NM-PGM   PIC     X(08).
           03      SD-DEF-DT-CONCL PIC     X(08).
           03      SD-DEF-SS       PIC     9(06).
           03      SD-DEF-ST       PIC     9(06).
           03      SD-DEF-VERS-PGM PIC     X(04).
           03      SD-DEF-COD-RESOL
                                   PIC     X(03).
           03      FILLER          PIC     X(13).
      *
       01          SD-RES-SYS030.
           03      SD-RES-QT-DEFEITOS
                                   PIC     9(05).
           03      SD-RES-QT-REINC PIC     9(05).
           03      SD-RES-SIGL-SIST
                                   PIC     X(02).
           03      SD-RES-NM-MOD   PIC     X(20).
           03      SD-RES-NM-PGM   PIC     X(08).
           03      SD-RES-MENOR-INTERV
                                   PIC     9(05).
           03      SD-RES-DT-PRIMEIRA
                                   PIC     X(08).
           03      SD-RES-DT-ULTIMA
                                   PIC     X(08).
           03      SD-RES-VERS-ULT PIC     X(04).
           03      FILLER          PIC     X(05).
      *
       FD          SYS087
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS087
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS087.
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
             05    AC-DEFEITOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PROGRAMAS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-REINCIDENTES PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-POSICAO      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PGM-DEFEITOS PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PGM-REINC    PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-QT-MESES     PIC     9(02)         VALUE 12.
             05    WS-DT-CORTE     PIC     X(08)         VALUE SPACES.
             05    WS-ANO-N        PIC     9(04)         VALUE ZEROS.
             05    WS-MES-N        PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-N        PIC     9(02)         VALUE ZEROS.
             05    WS-ANO-CORTE    PIC     9(04)         VALUE ZEROS.
             05    WS-MES-CORTE    PIC     9(02)         VALUE ZEROS.
             05    WS-QT-MESES-CORR
                                   PIC     9(06)         VALUE ZEROS.
             05    WS-JULIANO-ATU  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-JULIANO-ANT  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-DIAS-INTERV  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-MENOR-INTERV PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-SW-ORIGEM    PIC     X(01)         VALUE 'N'.
               88  CN-SEM-CLASSIFICACAO                  VALUE 'N'.
               88  CN-COM-CLASSIFICACAO                  VALUE 'S'.
             05    WS-SW-FIM-SYS028
                                   PIC     X(01)         VALUE 'N'.
               88  CN-FIM-SYS028                         VALUE 'S'.
               88  CN-NAO-FIM-SYS028                     VALUE 'N'.
             05    WS-CHAVE-PGM.
               07  WS-CP-SIGL-SIST PIC     X(02)         VALUE SPACES.
               07  WS-CP-NM-MOD    PIC     X(20)         VALUE SPACES.
               07  WS-CP-NM-PGM    PIC     X(08)         VALUE SPACES.
             05    WS-CHAVE-LIDA.
               07  WS-CL-SIGL-SIST PIC     X(02)         VALUE SPACES.
               07  WS-CL-NM-MOD    PIC     X(20)         VALUE SPACES.
               07  WS-CL-NM-PGM    PIC     X(08)         VALUE SPACES.
             05    WS-DT-PRIMEIRA  PIC     X(08)         VALUE SPACES.
             05    WS-DT-ULTIMA    PIC     X(08)         VALUE SPACES.
             05    WS-VERS-ULT     PIC     X(04)         VALUE SPACES.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-POS-ED       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-INTERV-ED    PIC     ZZZZ9         VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
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
             05    WS-STATUS-SYS086
                                   PIC     X(02).
               88  CN-SYS086-OK                          VALUE '00'.
               88  CN-SYS086-DPL                         VALUE '02'.
               88  CN-SYS086-NOK                         VALUE '23'.
               88  CN-SYS086-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS019
                                   PIC     X(02).
               88  CN-SYS019-OK                          VALUE '00'.
               88  CN-SYS019-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS028
                                   PIC     X(02).
               88  CN-SYS028-OK                          VALUE '00'.
               88  CN-SYS028-EOF                         VALUE '10'.
      *
             05    WS-STATUS-SYS030
                                   PIC     X(02).
               88  CN-SYS030-OK                          VALUE '00'.
      *
             05    WS-STATUS-SYS087
                                   PIC     X(02).
               88  CN-SYS087-OK                          VALUE '00'.
               88  CN-SYS087-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.902I - ERRO NO ARQ. SYS086         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.903I - ERRO NO ARQ. SYS019         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.904I - ERRO NO ARQ. SYS028         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.905I - ERRO NO ARQ. SYS087         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.906I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.907I - QUANTIDADE DE MESES INVALIDA (01-60)'.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.908I - NENHUMA BAIXA CLASSIFICADA (SYS086) '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV55.999I - EXECUTADO COM SUCESSO               '.
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
      *    AREA DO RELATORIO IMPRESSO (SYS087)                         *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL3     PIC     X(132)        VALUE SPACES.
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
                   ' *** DEFEITOS REINCIDENTES POR PROGRAMA - SYS087 *'
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PERIODO.
             05    LINE 08 COLUMN 08                     VALUE
                   'ULTIMOS N MESES (01 A 60)..: ' HIGHLIGHT.
             05    LINE 08 COLUMN 38
                                   PIC     9(02) USING WS-QT-MESES
                                   AUTO REQUIRED.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'ATIVIDADES DE DEFEITO..............: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'PROGRAMAS LISTADOS.................: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'REINCIDENTES EM MENOS DE 90 DIAS...: '.
             05    LINE 15 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED3.
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
               IF WS-QT-MESES          GREATER ZEROS AND
                  WS-QT-MESES          LESS OR EQUAL 60
                   PERFORM RTPROCESSAR
               ELSE
                   MOVE WS-MSGARQ-907  TO WS-MSG
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
           INITIALIZE WS-ACUMULADORES
                      WS-AUXILIARES
                      WS-FILE-STATUS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           MOVE 12                     TO WS-QT-MESES.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A QUANTIDADE DE MESES                     *
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
           PERFORM RTCALC-CORTE.
      *
           OPEN INPUT SYS086.
      *
           EVALUATE TRUE
               WHEN CN-SYS086-OK
                   CONTINUE
      *        SEM NENHUMA BAIXA CLASSIFICADA NAO HA O QUE LISTAR.
               WHEN CN-SYS086-INEXISTENTE
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS086
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN OUTPUT SYS019.
      *
           IF CN-SYS019-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           PERFORM RTVARRER-SYS010.
      *
           PERFORM RTVARRER-SYS012.
      *
           CLOSE SYS019
                 SYS086.
      *
           SORT SYS030  ON ASCENDING  KEY SD-DEF-SIGL-SIST
                                           SD-DEF-NM-MOD
                                           SD-DEF-NM-PGM
                                           SD-DEF-DT-CONCL
                                       USING  SYS019
                                       GIVING SYS028.
      *
           PERFORM RTRESUMIR-PROGRAMAS.
      *
           SORT SYS030  ON DESCENDING KEY SD-RES-QT-DEFEITOS
                                           SD-RES-QT-REINC
                           ON ASCENDING KEY SD-RES-SIGL-SIST
                                           SD-RES-NM-MOD
                                           SD-RES-NM-PGM
                                       USING  SYS019
                                       GIVING SYS028.
      *
           PERFORM RTIMPRIMIR.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR A DATA DE CORTE (HOJE MENOS N MESES)   *
      ******************************************************************
       RTCALC-CORTE                    SECTION.
      ******************************************************************
      *
           MOVE WS-ANO                 TO WS-ANO-N.
           MOVE WS-MES                 TO WS-MES-N.
      *
      *    CONTA EM MESES CORRIDOS PARA ATRAVESSAR A VIRADA DO ANO.
           COMPUTE WS-QT-MESES-CORR    = WS-ANO-N * 12 +
                                         WS-MES-N - 1 -
                                         WS-QT-MESES.
      *
           DIVIDE WS-QT-MESES-CORR     BY 12
                                       GIVING WS-ANO-CORTE
                                       REMAINDER WS-MES-CORTE.
      *
           ADD 1                       TO WS-MES-CORTE.
      *
      *    O DIA DE HOJE NO MES DE CORTE (O DIA 31 VALE COMO O FIM
      *    DE QUALQUER MES NA COMPARACAO DE DATAS AAAAMMDD).
           STRING WS-ANO-CORTE WS-MES-CORTE WS-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-DT-CORTE.
      *
      ******************************************************************
       RTCALC-CORTE-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER AS CONCLUIDAS DO SYS010 APOS O CORTE     *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
                   MOVE WS-DT-CORTE    TO FD-DT-CONCL
                   START SYS010 KEY IS GREATER THAN OR
                                       EQUAL FD-DT-CONCL
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
                   END-PERFORM
                   CLOSE SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTVARRER-SYS010-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O HISTORICO SYS012 A PARTIR DO CORTE     *
      ******************************************************************
       RTVARRER-SYS012                 SECTION.
      ******************************************************************
      *
           SET CM-FN-INICIAR-VARREDURA TO TRUE.
      *
      *    SO OS ARQUIVOS DOS ANOS DO PERIODO SAO ABERTOS.
           MOVE WS-ANO-CORTE           TO CM-ANO-INI.
           MOVE WS-ANO                 TO CM-ANO-FIM.
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
               MOVE WS-MSGARQ-906      TO WS-MSG
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
      *    ROTINA PARA APURAR UMA ATIVIDADE CONCLUIDA NO PERIODO       *
      ******************************************************************
       RTAPURAR-ATIVIDADE              SECTION.
      ******************************************************************
      *
           IF NOT WS-STATUS-CONCLUIDO  OR
              WS-DT-CONCL              EQUAL SPACES OR
              WS-DT-CONCL              LESS WS-DT-CORTE
               CONTINUE
           ELSE
               PERFORM RTLER-CLASSIFICACAO
               IF CN-COM-CLASSIFICACAO AND
                  CL-TIPO-DEFEITO
                   PERFORM RTGRAVAR-DEFEITO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAPURAR-ATIVIDADE-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER A CLASSIFICACAO DA BAIXA (SYS086)           *
      ******************************************************************
       RTLER-CLASSIFICACAO             SECTION.
      ******************************************************************
      *
           SET CN-SEM-CLASSIFICACAO    TO TRUE.
      *
           MOVE WS-SS                  TO CL-SS.
           MOVE WS-ST                  TO CL-ST.
      *
           READ SYS086.
      *
           EVALUATE TRUE
               WHEN CN-SYS086-OK
               WHEN CN-SYS086-DPL
                   SET CN-COM-CLASSIFICACAO
                                       TO TRUE
               WHEN CN-SYS086-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS086
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-CLASSIFICACAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UM DEFEITO PARA A ORDENACAO (SYS019)     *
      ******************************************************************
       RTGRAVAR-DEFEITO                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO PS-DEF-SYS019.
      *
           MOVE WS-SIGL-SIST           TO PS-DEF-SIGL-SIST.
           MOVE WS-NM-MOD              TO PS-DEF-NM-MOD.
           MOVE WS-NM-PGM              TO PS-DEF-NM-PGM.
           MOVE WS-DT-CONCL            TO PS-DEF-DT-CONCL.
           MOVE WS-SS                  TO PS-DEF-SS.
           MOVE WS-ST                  TO PS-DEF-ST.
           MOVE WS-VERS-PGM            TO PS-DEF-VERS-PGM.
           MOVE CL-COD-RESOL           TO PS-DEF-COD-RESOL.
      *
           WRITE PS-DEF-SYS019.
      *
           IF CN-SYS019-OK
               ADD 1                   TO AC-DEFEITOS
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-DEFEITO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RESUMIR OS DEFEITOS ORDENADOS POR PROGRAMA      *
      ******************************************************************
       RTRESUMIR-PROGRAMAS             SECTION.
      ******************************************************************
      *
           OPEN INPUT  SYS028.
      *
           IF CN-SYS028-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS028   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYS019.
      *
           IF CN-SYS019-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           SET CN-NAO-FIM-SYS028       TO TRUE.
      *
           PERFORM RTLER-SYS028.
      *
           PERFORM UNTIL CN-FIM-SYS028
               MOVE WS-CHAVE-LIDA      TO WS-CHAVE-PGM
               MOVE ZEROS              TO AC-PGM-DEFEITOS
                                          AC-PGM-REINC
                                          WS-JULIANO-ANT
                                          WS-MENOR-INTERV
               MOVE FS-DEF-DT-CONCL    TO WS-DT-PRIMEIRA
               PERFORM UNTIL CN-FIM-SYS028 OR
                             WS-CHAVE-LIDA
                                       NOT EQUAL WS-CHAVE-PGM
                   PERFORM RTACUMULAR-DEFEITO
                   PERFORM RTLER-SYS028
               END-PERFORM
               PERFORM RTGRAVAR-RESUMO
           END-PERFORM.
      *
           CLOSE SYS028
                 SYS019.
      *
      ******************************************************************
       RTRESUMIR-PROGRAMAS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER UM DEFEITO ORDENADO (SYS028)                *
      ******************************************************************
       RTLER-SYS028                    SECTION.
      ******************************************************************
      *
           READ SYS028.
      *
           EVALUATE TRUE
               WHEN CN-SYS028-OK
                   MOVE FS-DEF-SIGL-SIST
                                       TO WS-CL-SIGL-SIST
                   MOVE FS-DEF-NM-MOD  TO WS-CL-NM-MOD
                   MOVE FS-DEF-NM-PGM  TO WS-CL-NM-PGM
               WHEN CN-SYS028-EOF
                   SET CN-FIM-SYS028   TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS028
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS028-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR UM DEFEITO NO PROGRAMA                 *
      *    O INTERVALO USA O ANO COMERCIAL (360 DIAS), COMO NA IDADE   *
      *    DAS PENDENCIAS DO ATV16                                     *
      ******************************************************************
       RTACUMULAR-DEFEITO              SECTION.
      ******************************************************************
      *
           MOVE FS-DEF-DT-CONCL (1:4)  TO WS-ANO-N.
           MOVE FS-DEF-DT-CONCL (5:2)  TO WS-MES-N.
           MOVE FS-DEF-DT-CONCL (7:2)  TO WS-DIA-N.
      *
           COMPUTE WS-JULIANO-ATU      = WS-ANO-N   * 360 +
                                         WS-MES-N   * 30  +
                                         WS-DIA-N.
      *
           IF AC-PGM-DEFEITOS          GREATER ZEROS
               COMPUTE WS-DIAS-INTERV  = WS-JULIANO-ATU -
                                         WS-JULIANO-ANT
               IF WS-DIAS-INTERV       LESS 90
                   ADD 1               TO AC-PGM-REINC
               END-IF
               IF AC-PGM-DEFEITOS      EQUAL 1 OR
                  WS-DIAS-INTERV       LESS WS-MENOR-INTERV
                   MOVE WS-DIAS-INTERV TO WS-MENOR-INTERV
               END-IF
           END-IF.
      *
           ADD 1                       TO AC-PGM-DEFEITOS.
      *
           MOVE WS-JULIANO-ATU         TO WS-JULIANO-ANT.
           MOVE FS-DEF-DT-CONCL        TO WS-DT-ULTIMA.
           MOVE FS-DEF-VERS-PGM        TO WS-VERS-ULT.
      *
      ******************************************************************
       RTACUMULAR-DEFEITO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O RESUMO DO PROGRAMA (SYS019)            *
      ******************************************************************
       RTGRAVAR-RESUMO                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO PS-RES-SYS019.
      *
           MOVE AC-PGM-DEFEITOS        TO PS-RES-QT-DEFEITOS.
           MOVE AC-PGM-REINC           TO PS-RES-QT-REINC.
           MOVE WS-CP-SIGL-SIST        TO PS-RES-SIGL-SIST.
           MOVE WS-CP-NM-MOD           TO PS-RES-NM-MOD.
           MOVE WS-CP-NM-PGM           TO PS-RES-NM-PGM.
           MOVE WS-MENOR-INTERV        TO PS-RES-MENOR-INTERV.
           MOVE WS-DT-PRIMEIRA         TO PS-RES-DT-PRIMEIRA.
           MOVE WS-DT-ULTIMA           TO PS-RES-DT-ULTIMA.
           MOVE WS-VERS-ULT            TO PS-RES-VERS-ULT.
      *
           WRITE PS-RES-SYS019.
      *
           IF CN-SYS019-OK
               ADD 1                   TO AC-PROGRAMAS
               IF AC-PGM-REINC         GREATER ZEROS
                   ADD 1               TO AC-REINCIDENTES
               END-IF
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-RESUMO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O RANKING (SYS087)                     *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           OPEN INPUT  SYS028.
      *
           IF CN-SYS028-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS028   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYS087.
      *
           IF CN-SYS087-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS087   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA
                                          AC-POSICAO.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           READ SYS028.
      *
           PERFORM UNTIL NOT CN-SYS028-OK
               PERFORM RTIMPRIMIR-PROGRAMA
               READ SYS028
           END-PERFORM.
      *
           IF CN-SYS028-EOF
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS028   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS028
                 SYS087.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DE UM PROGRAMA                 *
      ******************************************************************
       RTIMPRIMIR-PROGRAMA             SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-POSICAO.
      *
           MOVE AC-POSICAO             TO WS-POS-ED.
           MOVE FS-RES-QT-DEFEITOS     TO WS-QT-ED.
           MOVE FS-RES-QT-REINC        TO WS-QT-ED2.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           IF FS-RES-QT-DEFEITOS       GREATER 1
               MOVE FS-RES-MENOR-INTERV
                                       TO WS-INTERV-ED
               STRING WS-POS-ED '  '   FS-RES-SIGL-SIST '    '
                      FS-RES-NM-MOD ' ' FS-RES-NM-PGM ' '
                      FS-RES-VERS-ULT '    ' WS-QT-ED '     '
                      WS-QT-ED2 '       ' WS-INTERV-ED '      '
                      FS-RES-DT-PRIMEIRA (7:2) '/'
                      FS-RES-DT-PRIMEIRA (5:2) '/'
                      FS-RES-DT-PRIMEIRA (1:4) ' '
                      FS-RES-DT-ULTIMA (7:2) '/'
                      FS-RES-DT-ULTIMA (5:2) '/'
                      FS-RES-DT-ULTIMA (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           ELSE
               STRING WS-POS-ED '  '   FS-RES-SIGL-SIST '    '
                      FS-RES-NM-MOD ' ' FS-RES-NM-PGM ' '
                      FS-RES-VERS-ULT '    ' WS-QT-ED '     '
                      WS-QT-ED2 '           -      '
                      FS-RES-DT-PRIMEIRA (7:2) '/'
                      FS-RES-DT-PRIMEIRA (5:2) '/'
                      FS-RES-DT-PRIMEIRA (1:4) ' '
                      FS-RES-DT-ULTIMA (7:2) '/'
                      FS-RES-DT-ULTIMA (5:2) '/'
                      FS-RES-DT-ULTIMA (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           END-IF.
      *
           IF FS-RES-QT-REINC          GREATER ZEROS
               MOVE '*** REINCIDENTE < 90 DIAS'
                                       TO WS-LINHA-REL (108:25)
           END-IF.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-PROGRAMA-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS087.
           WRITE FD-SYS087.
      *
           MOVE AC-DEFEITOS            TO WS-QT-ED.
           MOVE AC-PROGRAMAS           TO WS-QT-ED2.
           MOVE AC-REINCIDENTES        TO WS-QT-ED3.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  ATIVIDADES DE DEFEITO: ' WS-QT-ED
                  '  PROGRAMAS: '      WS-QT-ED2
                  '  REINCIDENTES EM MENOS DE 90 DIAS: ' WS-QT-ED3
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS087             FROM WS-LINHA-REL.
      *
           IF CN-SYS087-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS087   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
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
           WRITE FD-SYS087             FROM WS-LINHA-REL.
      *
           IF CN-SYS087-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS087   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
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
                                          WS-CAB-REL3.
      *
           STRING '        DEFEITOS REINCIDENTES POR PROGRAMA - SYS087'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     CONCLUIDAS DESDE: '
                                      WS-DT-CORTE (7:2) '/'
                                      WS-DT-CORTE (5:2) '/'
                                      WS-DT-CORTE (1:4)
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING '  POS  SIST  MODULO               PROGRAMA VERS  '
                  'DEFEITOS  REINC<90D  MENOR INTERV  PRIMEIRA   '
                  'ULTIMA'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           WRITE FD-SYS087             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS087             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS087.
      *
           WRITE FD-SYS087.
      *
           WRITE FD-SYS087             FROM WS-CAB-REL3.
      *
           MOVE SPACES                 TO FD-SYS087.
      *
           WRITE FD-SYS087.
      *
           IF CN-SYS087-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS087   TO WS-RETCOD-905
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
           MOVE AC-DEFEITOS            TO WS-QT-ED.
           MOVE AC-PROGRAMAS           TO WS-QT-ED2.
           MOVE AC-REINCIDENTES        TO WS-QT-ED3.
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
