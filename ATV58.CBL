      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV58.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV58                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CONSUMO DA FRANQUIA ANUAL POR CENTRO CUSTO   *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PARA CADA CENTRO   *
      *                       DE CUSTO DO SYS090 COMPARA A FRANQUIA    *
      *                       ANUAL CONTRATADA COM AS HORAS REALIZADAS *
      *                       NO ANO (HR-REALIZADO DAS CONCLUIDAS NO   *
      *                       SYS010 E NO ARQUIVO MORTO VIA ATV48) E   *
      *                       AS COMPROMETIDAS (HR-ESFORCO DAS ABERTAS,*
      *                       SO NO ANO CORRENTE), PELO VINCULO        *
      *                       SOLICITANTE X CENTRO DO SYS091, COM      *
      *                       SUBTOTAL POR AREA E ALERTA A 80% E 100%  *
      *                       - IMPRESSO SYS092                        *
      *    15OUT2026  NJA     PERCENTUAL DE ALERTA DA FRANQUIA PASSA   *
      *                       A VIR DO PARAMETRO ALERTA-FRANQUIA DA    *
      *                       TABELA SYS106 (ATV71), PADRAO 80%; O     *
      *                       ESTOURO CONTINUA EM 100%                 *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1)      *
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
           SELECT  SYS090    ASSIGN    TO 'SYS090.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CC-CD-CCUSTO
                     FILE STATUS IS WS-STATUS-SYS090.
      *
           SELECT  SYS091    ASSIGN    TO 'SYS091.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS091.
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
           SELECT  SYS092    ASSIGN    TO 'SYS092.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS092.
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
       FD          SYS090
                              DATA RECORD CC-SYS090.
      *
       01          CC-SYS090.
      *
           COPY WATV30                 REPLACING ==::== BY ==CC==.
      *
       FD          SYS091
                              DATA RECORD VC-SYS091.
      *
       01          VC-SYS091.
      *
           COPY WATV31                 REPLACING ==::== BY ==VC==.
      *
       FD          SYS019
                              DATA RECORD PS-SYS019.
      *
       01          PS-SYS019.
           03      PS-CD-AREA      PIC     X(06).
           03      PS-CD-CCUSTO    PIC     X(06).
           03      PS-DESCRICAO    PIC     X(40).
           03      PS-HR-CONTRATADA
                                   PIC     9(06).
           03      PS-HR-REALIZADA PIC     9(07).
           03      PS-HR-COMPROM   PIC     9(07).
           03      FILLER          PIC     X(08).
      *
       FD          SYS028
                              DATA RECORD FS-SYS028.
      *
       01          FS-SYS028.
           03      FS-CD-AREA      PIC     X(06).
           03      FS-CD-CCUSTO    PIC     X(06).
           03      FS-DESCRICAO    PIC     X(40).
           03      FS-HR-CONTRATADA
                                   PIC     9(06).
           03      FS-HR-REALIZADA PIC     9(07).
           03      FS-HR-COMPROM   PIC     9(07).
           03      FILLER          PIC     X(08).
      *
       SD          SYS030
                              DATA RECORD SD-SYS030.
      *
       01          SD-SYS030.
           03      SD-CD-AREA      PIC     X(06).
           03      SD-CD-CCUSTO    PIC     X(06).
           03      SD-DESCRICAO    PIC     X(40).
           03      SD-HR-CONTRATADA
                                   PIC     9(06).
           03      SD-HR-REALIZADA PIC     9(07).
           03      SD-HR-COMPROM   PIC     9(07).
           03      FILLER          PIC     X(08).
      *
       FD          SYS092
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS092
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS092.
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
             05    AC-CENTROS      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ALERTA-80    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ESTOURO      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-SEM-CC-REAL  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-SEM-CC-COMP  PIC    S9(07) COMP-3  VALUE ZEROS.
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
             05    WS-ANO-REF      PIC     X(04)         VALUE SPACES.
             05    WS-SW-ANO-CORR  PIC     X(01)         VALUE 'N'.
               88  CN-ANO-CORRENTE                       VALUE 'S'.
               88  CN-ANO-ANTERIOR                       VALUE 'N'.
             05    WS-SW-SYS091    PIC     X(01)         VALUE 'N'.
               88  CN-SYS091-ABERTO                      VALUE 'S'.
               88  CN-SYS091-FECHADO                     VALUE 'N'.
             05    WS-SW-FIM-SYS028
                                   PIC     X(01)         VALUE 'N'.
               88  CN-FIM-SYS028                         VALUE 'S'.
               88  CN-NAO-FIM-SYS028                     VALUE 'N'.
             05    WS-HR-REAL      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-HR-COMP      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-CD-AREA-GRUPO
                                   PIC     X(06)         VALUE SPACES.
             05    WS-CONSUMO      PIC    S9(08) COMP-3  VALUE ZEROS.
             05    WS-SALDO        PIC    S9(08) COMP-3  VALUE ZEROS.
             05    WS-PERC         PIC    S9(05)V9 COMP-3 VALUE ZEROS.
             05    WS-TX-ALERTA    PIC     X(16)         VALUE SPACES.
             05    WS-HORAS-ED     PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-HORAS-ED2    PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-HORAS-ED3    PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-HORAS-ED4    PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-SALDO-ED     PIC     -ZZZZZZ9      VALUE ZEROS.
             05    WS-PERC-ED      PIC     ZZZZ9,9       VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DOS TOTAIS DE AREA E GERAL                             *
      ******************************************************************
           03      WS-AREA-TOTAIS.
             05    FILLER          PIC     X(08)         VALUE
                                   '=TOTAIS='.
             05    TA-HR-CONTRATADA
                                   PIC    S9(08) COMP-3  VALUE ZEROS.
             05    TA-HR-REALIZADA PIC    S9(08) COMP-3  VALUE ZEROS.
             05    TA-HR-COMPROM   PIC    S9(08) COMP-3  VALUE ZEROS.
             05    TG-HR-CONTRATADA
                                   PIC    S9(08) COMP-3  VALUE ZEROS.
             05    TG-HR-REALIZADA PIC    S9(08) COMP-3  VALUE ZEROS.
             05    TG-HR-COMPROM   PIC    S9(08) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DA TABELA DE CENTROS DE CUSTO (SYS090)                 *
      ******************************************************************
           03      WS-AREA-CENTROS.
             05    FILLER          PIC     X(09)         VALUE
                                   '=CENTROS='.
             05    WS-CT-CENTROS   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-CC       PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-CENTROS  OCCURS  300 TIMES.
               07  TC-CD-CCUSTO    PIC     X(06).
               07  TC-DESCRICAO    PIC     X(40).
               07  TC-CD-AREA      PIC     X(06).
               07  TC-HR-CONTRATADA
                                   PIC     9(06).
               07  TC-HR-REALIZADA PIC    S9(07) COMP-3.
               07  TC-HR-COMPROM   PIC    S9(07) COMP-3.
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
             05    WS-STATUS-SYS090
                                   PIC     X(02).
               88  CN-SYS090-OK                          VALUE '00'.
               88  CN-SYS090-DPL                         VALUE '02'.
               88  CN-SYS090-NOK                         VALUE '23'.
               88  CN-SYS090-EOF                         VALUE '10'.
               88  CN-SYS090-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS091
                                   PIC     X(02).
               88  CN-SYS091-OK                          VALUE '00'.
               88  CN-SYS091-DPL                         VALUE '02'.
               88  CN-SYS091-NOK                         VALUE '23'.
               88  CN-SYS091-INEXISTENTE                 VALUE '35'.
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
             05    WS-STATUS-SYS092
                                   PIC     X(02).
               88  CN-SYS092-OK                          VALUE '00'.
               88  CN-SYS092-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.902I - ERRO NO ARQ. SYS090         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.903I - ERRO NO ARQ. SYS091         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.904I - ERRO NO ARQ. SYS019         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.905I - ERRO NO ARQ. SYS028         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.906I - ERRO NO ARQ. SYS092         STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.907I - ANO DE REFERENCIA INVALIDO          '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.908I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.909I - CADASTRO DE CENTROS (ATV57) AUSENTE '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV58.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
      *
      ******************************************************************
      *    AREA DE PARAMETROS DO SISTEMA (SYS106)                      *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=PARAMETROS='.
             05    WS-PC-ALERTA    PIC    S9(03) COMP-3  VALUE 80.
             05    WS-PC-ALERTA-ED PIC     Z9            VALUE ZEROS.
             05    WS-TX-ATENCAO   PIC     X(16)         VALUE SPACES.
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
      *    AREA DO RELATORIO IMPRESSO (SYS092)                         *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL3     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
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
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 04 COLUMN 14                     VALUE
                   ' *** CONSUMO DA FRANQUIA ANUAL - SYS092 ***'
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PERIODO.
             05    LINE 08 COLUMN 08                     VALUE
                   'ANO DE REFERENCIA (AAAA)...: ' HIGHLIGHT.
             05    LINE 08 COLUMN 38
                                   PIC     X(04) USING WS-ANO-REF
                                   AUTO REQUIRED.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'CENTROS DE CUSTO LISTADOS..........: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'CENTROS EM ALERTA, ABAIXO DE 100%...: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'CENTROS COM A FRANQUIA ESTOURADA...: '.
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
               IF WS-ANO-REF           NUMERIC AND
                  WS-ANO-REF           NOT GREATER WS-ANO
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
                      WS-AREA-TOTAIS
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE ZEROS                  TO WS-CT-CENTROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           MOVE WS-ANO                 TO WS-ANO-REF.
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
           MOVE 'ALERTA-FRANQUIA'      TO CP-COD-PARAM.
           MOVE 80                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-PC-ALERTA.
      *
           MOVE WS-PC-ALERTA           TO WS-PC-ALERTA-ED.
      *
           MOVE SPACES                 TO WS-TX-ATENCAO.
      *
           STRING 'ATENCAO >= ' WS-PC-ALERTA-ED '%'
                                       DELIMITED BY SIZE
                                       INTO WS-TX-ATENCAO.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ANO DE REFERENCIA                       *
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
      *    O COMPROMETIDO (ESFORCO DAS ABERTAS) SO PESA NO ANO CORRENTE.
           IF WS-ANO-REF               EQUAL WS-ANO
               SET CN-ANO-CORRENTE     TO TRUE
           ELSE
               SET CN-ANO-ANTERIOR     TO TRUE
           END-IF.
      *
           PERFORM RTCARREGAR-CENTROS.
      *
           OPEN INPUT SYS091.
      *
           EVALUATE TRUE
               WHEN CN-SYS091-OK
                   SET CN-SYS091-ABERTO
                                       TO TRUE
               WHEN CN-SYS091-INEXISTENTE
                   SET CN-SYS091-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           PERFORM RTVARRER-SYS010.
      *
           PERFORM RTVARRER-SYS012.
      *
           IF CN-SYS091-ABERTO
               CLOSE SYS091
           END-IF.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           SORT SYS030  ON ASCENDING  KEY SD-CD-AREA
                                           SD-CD-CCUSTO
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
      *    ROTINA PARA CARREGAR OS CENTROS DE CUSTO ATIVOS (SYS090)    *
      ******************************************************************
       RTCARREGAR-CENTROS              SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS090.
      *
           EVALUATE TRUE
               WHEN CN-SYS090-OK
                   MOVE SPACES         TO CC-CD-CCUSTO
                   START SYS090 KEY IS GREATER THAN OR
                                       EQUAL CC-CD-CCUSTO
                       INVALID KEY
                           SET CN-SYS090-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS090-EOF
                       READ SYS090 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS090-OK
                           WHEN CN-SYS090-DPL
                               IF CC-CCUSTO-ATIVO AND
                                  WS-CT-CENTROS
                                       LESS 300
                                   ADD 1
                                       TO WS-CT-CENTROS
                                   PERFORM RTGUARDAR-CENTRO
                               END-IF
                           WHEN CN-SYS090-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-902
                               MOVE WS-MSGARQ-902
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS090
               WHEN CN-SYS090-INEXISTENTE
                   MOVE WS-MSGARQ-909  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-CENTROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR UM CENTRO DE CUSTO NA TABELA            *
      ******************************************************************
       RTGUARDAR-CENTRO                SECTION.
      ******************************************************************
      *
           MOVE CC-CD-CCUSTO           TO TC-CD-CCUSTO (WS-CT-CENTROS).
           MOVE CC-DESCRICAO           TO TC-DESCRICAO (WS-CT-CENTROS).
           MOVE CC-CD-AREA             TO TC-CD-AREA   (WS-CT-CENTROS).
      *
           IF CC-HR-CONTRATADA         NUMERIC
               MOVE CC-HR-CONTRATADA   TO TC-HR-CONTRATADA
                                                       (WS-CT-CENTROS)
           ELSE
               MOVE ZEROS              TO TC-HR-CONTRATADA
                                                       (WS-CT-CENTROS)
           END-IF.
      *
           MOVE ZEROS                  TO TC-HR-REALIZADA
                                                       (WS-CT-CENTROS)
                                          TC-HR-COMPROM
                                                       (WS-CT-CENTROS).
      *
      ******************************************************************
       RTGUARDAR-CENTRO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER AS ATIVIDADES DO SYS010                  *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
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
      *    ROTINA PARA VARRER O HISTORICO SYS012 DO ANO DE REFERENCIA  *
      ******************************************************************
       RTVARRER-SYS012                 SECTION.
      ******************************************************************
      *
           SET CM-FN-INICIAR-VARREDURA TO TRUE.
      *
           MOVE WS-ANO-REF             TO CM-ANO-INI.
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
               MOVE WS-MSGARQ-908      TO WS-MSG
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
      *    ROTINA PARA APURAR AS HORAS DE UMA ATIVIDADE                *
      *    REALIZADO = HR-REALIZADO DA CONCLUIDA NO ANO (JA E A SOMA   *
      *    DO APONTAMENTO QUANDO HOUVER); COMPROMETIDO = HR-ESFORCO    *
      *    DA ATIVIDADE AINDA ABERTA                                   *
      ******************************************************************
       RTAPURAR-ATIVIDADE              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-HR-REAL
                                          WS-HR-COMP.
      *
           EVALUATE TRUE
               WHEN WS-STATUS-CONCLUIDO
                   IF WS-DT-CONCL (1:4)
                                       EQUAL WS-ANO-REF AND
                      WS-HR-REALIZADO  NUMERIC
                       MOVE WS-HR-REALIZADO
                                       TO WS-HR-REAL
                   END-IF
               WHEN WS-STATUS-ABERTO
               WHEN WS-STATUS-ANDAMENTO
               WHEN WS-STATUS-AGUARD-SOLIC
                   IF CN-ANO-CORRENTE  AND
                      WS-HR-ESFORCO    NUMERIC
                       MOVE WS-HR-ESFORCO
                                       TO WS-HR-COMP
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF WS-HR-REAL               GREATER ZEROS OR
              WS-HR-COMP               GREATER ZEROS
               PERFORM RTLOCALIZAR-CENTRO
               IF WS-IDX-ACHOU         GREATER ZEROS
                   ADD WS-HR-REAL      TO TC-HR-REALIZADA
                                                       (WS-IDX-ACHOU)
                   ADD WS-HR-COMP      TO TC-HR-COMPROM
                                                       (WS-IDX-ACHOU)
               ELSE
                   ADD WS-HR-REAL      TO AC-SEM-CC-REAL
                   ADD WS-HR-COMP      TO AC-SEM-CC-COMP
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAPURAR-ATIVIDADE-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O CENTRO DE CUSTO DO SOLICITANTE      *
      ******************************************************************
       RTLOCALIZAR-CENTRO              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-ACHOU.
      *
           IF CN-SYS091-ABERTO         AND
              WS-COD-SOLIC             NUMERIC AND
              WS-COD-SOLIC             GREATER ZEROS
               MOVE WS-COD-SOLIC       TO VC-COD-SOLIC
               READ SYS091
               EVALUATE TRUE
                   WHEN CN-SYS091-OK
                   WHEN CN-SYS091-DPL
                       MOVE ZEROS      TO WS-IDX-CC
                       PERFORM UNTIL WS-IDX-CC
                                       GREATER OR EQUAL WS-CT-CENTROS
                                  OR WS-IDX-ACHOU GREATER ZEROS
                           ADD 1       TO WS-IDX-CC
                           IF TC-CD-CCUSTO (WS-IDX-CC)
                                       EQUAL VC-CD-CCUSTO
                               MOVE WS-IDX-CC
                                       TO WS-IDX-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN CN-SYS091-NOK
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-903
                       MOVE WS-MSGARQ-903
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       RTLOCALIZAR-CENTRO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR OS CENTROS PARA A ORDENACAO (SYS019)     *
      ******************************************************************
       RTGRAVAR-SYS019                 SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS019.
      *
           IF CN-SYS019-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-IDX-CC.
      *
           PERFORM UNTIL WS-IDX-CC     GREATER OR EQUAL WS-CT-CENTROS
               ADD 1                   TO WS-IDX-CC
               MOVE SPACES             TO PS-SYS019
               MOVE TC-CD-AREA       (WS-IDX-CC)
                                       TO PS-CD-AREA
               MOVE TC-CD-CCUSTO     (WS-IDX-CC)
                                       TO PS-CD-CCUSTO
               MOVE TC-DESCRICAO     (WS-IDX-CC)
                                       TO PS-DESCRICAO
               MOVE TC-HR-CONTRATADA (WS-IDX-CC)
                                       TO PS-HR-CONTRATADA
               MOVE TC-HR-REALIZADA  (WS-IDX-CC)
                                       TO PS-HR-REALIZADA
               MOVE TC-HR-COMPROM    (WS-IDX-CC)
                                       TO PS-HR-COMPROM
               WRITE PS-SYS019
               IF CN-SYS019-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS019
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           END-PERFORM.
      *
           CLOSE SYS019.
      *
      ******************************************************************
       RTGRAVAR-SYS019-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS CENTROS POR AREA (SYS092)           *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           OPEN INPUT  SYS028.
      *
           IF CN-SYS028-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS028   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYS092.
      *
           IF CN-SYS092-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS092   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           SET CN-NAO-FIM-SYS028       TO TRUE.
      *
           PERFORM RTLER-SYS028.
      *
           PERFORM UNTIL CN-FIM-SYS028
               MOVE FS-CD-AREA         TO WS-CD-AREA-GRUPO
               MOVE ZEROS              TO TA-HR-CONTRATADA
                                          TA-HR-REALIZADA
                                          TA-HR-COMPROM
               PERFORM UNTIL CN-FIM-SYS028 OR
                             FS-CD-AREA
                                       NOT EQUAL WS-CD-AREA-GRUPO
                   PERFORM RTIMPRIMIR-CENTRO
                   PERFORM RTLER-SYS028
               END-PERFORM
               PERFORM RTIMPRIMIR-AREA
           END-PERFORM.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS028
                 SYS092.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER UM CENTRO ORDENADO (SYS028)                 *
      ******************************************************************
       RTLER-SYS028                    SECTION.
      ******************************************************************
      *
           READ SYS028.
      *
           EVALUATE TRUE
               WHEN CN-SYS028-OK
                   CONTINUE
               WHEN CN-SYS028-EOF
                   SET CN-FIM-SYS028   TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS028
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS028-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DE UM CENTRO DE CUSTO          *
      ******************************************************************
       RTIMPRIMIR-CENTRO               SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-CENTROS.
      *
           ADD FS-HR-CONTRATADA        TO TA-HR-CONTRATADA
                                          TG-HR-CONTRATADA.
           ADD FS-HR-REALIZADA         TO TA-HR-REALIZADA
                                          TG-HR-REALIZADA.
           ADD FS-HR-COMPROM           TO TA-HR-COMPROM
                                          TG-HR-COMPROM.
      *
           PERFORM RTCALCULAR-CONSUMO.
      *
           IF WS-PERC                  GREATER OR EQUAL 100
               ADD 1                   TO AC-ESTOURO
           ELSE
               IF WS-PERC              GREATER OR EQUAL WS-PC-ALERTA
                   ADD 1               TO AC-ALERTA-80
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  '  FS-CD-CCUSTO '  ' FS-DESCRICAO (1:30)
                  '  '  WS-HORAS-ED  '  ' WS-HORAS-ED2
                  '  '  WS-HORAS-ED3 '  ' WS-HORAS-ED4
                  '  '  WS-PERC-ED   '  ' WS-SALDO-ED
                  '  '  WS-TX-ALERTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-CENTRO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR CONSUMO, PERCENTUAL, SALDO E ALERTA    *
      *    DA LINHA EM FS- (CENTRO) - DEIXA OS CAMPOS EDITADOS PRONTOS *
      ******************************************************************
       RTCALCULAR-CONSUMO              SECTION.
      ******************************************************************
      *
           COMPUTE WS-CONSUMO          = FS-HR-REALIZADA +
                                         FS-HR-COMPROM.
      *
           COMPUTE WS-SALDO            = FS-HR-CONTRATADA -
                                         WS-CONSUMO.
      *
           IF FS-HR-CONTRATADA         GREATER ZEROS
               COMPUTE WS-PERC ROUNDED = WS-CONSUMO * 100 /
                                         FS-HR-CONTRATADA
           ELSE
               MOVE ZEROS              TO WS-PERC
           END-IF.
      *
           EVALUATE TRUE
               WHEN FS-HR-CONTRATADA   EQUAL ZEROS
                   MOVE 'SEM FRANQUIA'  TO WS-TX-ALERTA
               WHEN WS-PERC            GREATER OR EQUAL 100
                   MOVE '*** ESTOURO ***'
                                       TO WS-TX-ALERTA
               WHEN WS-PERC            GREATER OR EQUAL WS-PC-ALERTA
                   MOVE WS-TX-ATENCAO  TO WS-TX-ALERTA
               WHEN OTHER
                   MOVE SPACES         TO WS-TX-ALERTA
           END-EVALUATE.
      *
           MOVE FS-HR-CONTRATADA       TO WS-HORAS-ED.
           MOVE FS-HR-REALIZADA        TO WS-HORAS-ED2.
           MOVE FS-HR-COMPROM          TO WS-HORAS-ED3.
           MOVE WS-CONSUMO             TO WS-HORAS-ED4.
           MOVE WS-PERC                TO WS-PERC-ED.
           MOVE WS-SALDO               TO WS-SALDO-ED.
      *
      ******************************************************************
       RTCALCULAR-CONSUMO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O SUBTOTAL DA AREA                     *
      ******************************************************************
       RTIMPRIMIR-AREA                 SECTION.
      ******************************************************************
      *
           MOVE TA-HR-CONTRATADA       TO FS-HR-CONTRATADA.
           MOVE TA-HR-REALIZADA        TO FS-HR-REALIZADA.
           MOVE TA-HR-COMPROM          TO FS-HR-COMPROM.
      *
           PERFORM RTCALCULAR-CONSUMO.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           IF WS-CD-AREA-GRUPO         EQUAL SPACES
               MOVE '(SEM)'            TO WS-CD-AREA-GRUPO
           END-IF.
      *
           STRING '  TOTAL DA AREA ' WS-CD-AREA-GRUPO
                  '                    '
                  '  '  WS-HORAS-ED  '  ' WS-HORAS-ED2
                  '  '  WS-HORAS-ED3 '  ' WS-HORAS-ED4
                  '  '  WS-PERC-ED   '  ' WS-SALDO-ED
                  '  '  WS-TX-ALERTA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-AREA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O TOTAL GERAL E AS HORAS SEM CENTRO    *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE TG-HR-CONTRATADA       TO FS-HR-CONTRATADA.
           MOVE TG-HR-REALIZADA        TO FS-HR-REALIZADA.
           MOVE TG-HR-COMPROM          TO FS-HR-COMPROM.
      *
           PERFORM RTCALCULAR-CONSUMO.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  TOTAL GERAL                         '
                  '  '  WS-HORAS-ED  '  ' WS-HORAS-ED2
                  '  '  WS-HORAS-ED3 '  ' WS-HORAS-ED4
                  '  '  WS-PERC-ED   '  ' WS-SALDO-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      *    HORAS DE SOLICITANTE SEM VINCULO (OU COM CENTRO INATIVO) NAO
      *    CONSOMEM FRANQUIA, MAS FICAM VISIVEIS PARA A REGULARIZACAO.
           MOVE AC-SEM-CC-REAL         TO WS-HORAS-ED2.
           MOVE AC-SEM-CC-COMP         TO WS-HORAS-ED3.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  SOLICITANTES SEM CENTRO DE CUSTO    '
                  '           '
                  '  '  WS-HORAS-ED2 '  ' WS-HORAS-ED3
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
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
           WRITE FD-SYS092             FROM WS-LINHA-REL.
      *
           IF CN-SYS092-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS092   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
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
           STRING '        CONSUMO DA FRANQUIA ANUAL DE HORAS POR'
                  ' CENTRO DE CUSTO - SYS092'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     REFERENCIA: ' WS-ANO-REF
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING '  C.CUST  DESCRICAO                     '
                  '  CONTRAT.  REALIZ.  COMPROM.  CONSUMO'
                  '   %CONS.     SALDO  ALERTA'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           WRITE FD-SYS092             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS092             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS092.
      *
           WRITE FD-SYS092.
      *
           WRITE FD-SYS092             FROM WS-CAB-REL3.
      *
           MOVE SPACES                 TO FD-SYS092.
      *
           WRITE FD-SYS092.
      *
           IF CN-SYS092-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS092   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
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
           MOVE AC-CENTROS             TO WS-QT-ED.
           MOVE AC-ALERTA-80           TO WS-QT-ED2.
           MOVE AC-ESTOURO             TO WS-QT-ED3.
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
