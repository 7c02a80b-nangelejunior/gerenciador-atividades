      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV67.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV67                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CALENDARIO E HISTORICO DE IMPLANTACOES       *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - SOBRE O REGISTRO   *
      *                       SYS102 DE IMPLANTACOES (ATV66) EMITE O   *
      *                       CALENDARIO SEMANAL DAS JANELAS A PARTIR  *
      *                       DE UMA DATA (SYS103), COM AVISO DE       *
      *                       CONFLITO QUANDO SS/ST DIFERENTES         *
      *                       IMPLANTAM O MESMO PROGRAMA NA MESMA      *
      *                       JANELA, OU O HISTORICO POR PROGRAMA DAS  *
      *                       VERSOES IMPLANTADAS E SUAS SS/ST         *
      *                       (SYS104)                                 *
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
           SELECT  SYS102    ASSIGN    TO 'SYS102.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IP-CHAVE-IMPL
                     ALTERNATE KEY IP-NM-PGM WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS102.
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
           SELECT  SYS103    ASSIGN    TO 'SYS103.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS103.
      *
           SELECT  SYS104    ASSIGN    TO 'SYS104.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS104.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS102
                              DATA RECORD IP-SYS102.
      *
       01          IP-SYS102.
      *
           COPY WATV36                 REPLACING ==::== BY ==IP==.
      *
      *    NO CALENDARIO A QUEBRA E A SEGUNDA-FEIRA DA SEMANA DA JANELA
      *    (AAAAMMDD); NO HISTORICO E O PROPRIO PROGRAMA. A DATA E A DA
      *    IMPLANTACAO EFETIVA OU, ENQUANTO NAO HOUVER, A DA JANELA.
       FD          SYS019
                              DATA RECORD PS-SYS019.
      *
       01          PS-SYS019.
           03      PS-QUEBRA       PIC     X(08).
           03      PS-DATA         PIC     X(08).
           03      PS-NM-PGM       PIC     X(08).
           03      PS-HORA-INI     PIC     X(04).
           03      PS-SS           PIC     9(06).
           03      PS-ST           PIC     9(06).
           03      PS-SEQ          PIC     9(02).
           03      PS-DIA-SEMANA   PIC     X(03).
           03      PS-REGISTRO     PIC     X(91).
      *
       FD          SYS028
                              DATA RECORD FS-SYS028.
      *
       01          FS-SYS028.
           03      FS-QUEBRA       PIC     X(08).
           03      FS-DATA         PIC     X(08).
           03      FS-NM-PGM       PIC     X(08).
           03      FS-HORA-INI     PIC     X(04).
           03      FS-SS           PIC     9(06).
           03      FS-ST           PIC     9(06).
           03      FS-SEQ          PIC     9(02).
           03      FS-DIA-SEMANA   PIC     X(03).
           03      FS-REGISTRO     PIC     X(91).
      *
       SD          SYS030
                              DATA RECORD SD-SYS030.
      *
       01          SD-SYS030.
           03      SD-QUEBRA       PIC     X(08).
           03      SD-DATA         PIC     X(08).
           03      SD-NM-PGM       PIC     X(08).
           03      SD-HORA-INI     PIC     X(04).
           03      SD-SS           PIC     9(06).
           03      SD-ST           PIC     9(06).
           03      SD-SEQ          PIC     9(02).
           03      SD-DIA-SEMANA   PIC     X(03).
           03      SD-REGISTRO     PIC     X(91).
      *
       FD          SYS103
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS103
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS103.
           03      FILLER          PIC     X(132)        VALUE SPACES.
      *
       FD          SYS104
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS104
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS104.
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
             05    AC-LISTADOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-CONFLITOS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PENDENTES    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ROLLBACKS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-GR-VERSOES   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-GR-ROLLBACKS PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-TIPO-REL     PIC     X(01)         VALUE 'C'.
               88  CN-REL-CALENDARIO                     VALUE 'C'.
               88  CN-REL-HISTORICO                      VALUE 'H'.
             05    WS-INI-DIA      PIC     X(02)         VALUE SPACES.
             05    WS-INI-MES      PIC     X(02)         VALUE SPACES.
             05    WS-INI-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-DT-INICIO    PIC     X(08)         VALUE SPACES.
             05    WS-PGM-FILTRO   PIC     X(08)         VALUE SPACES.
             05    WS-NM-RELATORIO PIC     X(10)         VALUE SPACES.
             05    WS-SW-PARAM     PIC     X(01)         VALUE 'N'.
               88  CN-PARAM-OK                           VALUE 'S'.
               88  CN-PARAM-NOK                          VALUE 'N'.
             05    WS-SW-FIM-SYS028
                                   PIC     X(01)         VALUE 'N'.
               88  CN-FIM-SYS028                         VALUE 'S'.
               88  CN-NAO-FIM-SYS028                     VALUE 'N'.
             05    WS-QUEBRA-ANT   PIC     X(08)         VALUE SPACES.
             05    WS-ANT-DATA     PIC     X(08)         VALUE SPACES.
             05    WS-ANT-NM-PGM   PIC     X(08)         VALUE SPACES.
             05    WS-ANT-HORA-FIM PIC     X(04)         VALUE SPACES.
             05    WS-ANT-SS       PIC     9(06)         VALUE ZEROS.
             05    WS-ANT-ST       PIC     9(06)         VALUE ZEROS.
             05    WS-SW-CONFLITO  PIC     X(01)         VALUE 'N'.
               88  CN-CONFLITO                           VALUE 'S'.
               88  CN-SEM-CONFLITO                       VALUE 'N'.
             05    WS-NR-RECUO     PIC     9(01)         VALUE ZEROS.
             05    WS-DT-ED        PIC     X(10)         VALUE SPACES.
             05    WS-DT-ED-AUX    PIC     X(08)         VALUE SPACES.
             05    WS-HR-ED-INI    PIC     X(05)         VALUE SPACES.
             05    WS-HR-ED-FIM    PIC     X(05)         VALUE SPACES.
             05    WS-HR-ED-AUX    PIC     X(04)         VALUE SPACES.
             05    WS-HR-ED        PIC     X(05)         VALUE SPACES.
             05    WS-TX-SITUACAO  PIC     X(23)         VALUE SPACES.
             05    WS-SS-ED        PIC     9(06)         VALUE ZEROS.
             05    WS-ST-ED        PIC     9(06)         VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED4       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
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
             05    WS-ZELLER-Q     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-M     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-A     PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-J     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-K     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T1    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T2    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T3    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T4    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-SOMA  PIC     9(05)         VALUE ZEROS.
             05    WS-DIA-SEMANA   PIC     9(01)         VALUE ZEROS.
             05    WS-TAB-DIAS     PIC     X(21)         VALUE
                                   'SABDOMSEGTERQUAQUISEX'.
             05    FILLER          REDEFINES WS-TAB-DIAS.
               07  WS-NM-DIA       PIC     X(03)         OCCURS 7.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS102
                                   PIC     X(02).
               88  CN-SYS102-OK                          VALUE '00'.
               88  CN-SYS102-DPL                         VALUE '02'.
               88  CN-SYS102-NOK                         VALUE '23'.
               88  CN-SYS102-EOF                         VALUE '10'.
               88  CN-SYS102-INEXISTENTE                 VALUE '35'.
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
             05    WS-STATUS-SYS103
                                   PIC     X(02).
               88  CN-SYS103-OK                          VALUE '00'.
               88  CN-SYS103-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS104
                                   PIC     X(02).
               88  CN-SYS104-OK                          VALUE '00'.
               88  CN-SYS104-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.901I - ERRO NO ARQ. SYS102         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.902I - ERRO NO ARQ. SYS019         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.903I - ERRO NO ARQ. SYS028         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.904I - ERRO NO ARQ. SYS103         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.905I - ERRO NO ARQ. SYS104         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.906I - TIPO DE RELATORIO: C OU H           '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.907I - DATA INICIAL INVALIDA               '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.908I - NAO HA IMPLANTACOES REGISTRADAS     '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV67.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
      ******************************************************************
      *    AREA DO REGISTRO DE IMPLANTACAO (SYS102)                    *
      ******************************************************************
       01          WS-SYS102.
      *
           COPY WATV36                 REPLACING ==::== BY ==IM==.
      *
      ******************************************************************
      *    AREA DOS RELATORIOS IMPRESSOS (SYS103 E SYS104)             *
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
             05    LINE 04 COLUMN 12                     VALUE
                   ' *** CALENDARIO E HISTORICO DE IMPLANTACOES ***'
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PARAMETROS.
             05    LINE 07 COLUMN 08                     VALUE
                   'RELATORIO (C=CALENDARIO / H=HISTORICO): '
                                   HIGHLIGHT.
             05    LINE 07 COLUMN 48
                                   PIC     X(01) USING WS-TIPO-REL
                                   AUTO.
             05    LINE 09 COLUMN 08                     VALUE
                   'CALENDARIO A PARTIR DE (DD/MM/AAAA)...: '.
             05    LINE 09 COLUMN 48
                                   PIC     X(02) USING WS-INI-DIA
                                   AUTO.
             05    LINE 09 COLUMN 50                     VALUE '/'.
             05    LINE 09 COLUMN 51
                                   PIC     X(02) USING WS-INI-MES
                                   AUTO.
             05    LINE 09 COLUMN 53                     VALUE '/'.
             05    LINE 09 COLUMN 54
                                   PIC     X(04) USING WS-INI-ANO
                                   AUTO.
             05    LINE 11 COLUMN 08                     VALUE
                   'HISTORICO DO PROGRAMA (BRANCO=TODOS)..: '.
             05    LINE 11 COLUMN 48
                                   PIC     X(08) USING WS-PGM-FILTRO
                                   AUTO.
           03      SC-RESULTADO.
             05    LINE 14 COLUMN 08                     VALUE
                   'IMPLANTACOES LISTADAS..............: '.
             05    LINE 14 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 15 COLUMN 08                     VALUE
                   'AINDA NAO IMPLANTADAS..............: '.
             05    LINE 15 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED3.
             05    LINE 16 COLUMN 08                     VALUE
                   'COM ROLLBACK.......................: '.
             05    LINE 16 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED4.
             05    LINE 17 COLUMN 08                     VALUE
                   'CONFLITOS DE JANELA (CALENDARIO)...: '.
             05    LINE 17 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 19 COLUMN 08                     VALUE
                   'RELATORIO EMITIDO..................: '.
             05    LINE 19 COLUMN 46
                                   PIC     X(10) FROM WS-NM-RELATORIO.
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
           PERFORM RTOBTER-PARAMETROS.
      *
           IF CN-PF12
               PERFORM RTVALIDAR-PARAMETROS
               IF CN-PARAM-OK
                   PERFORM RTPROCESSAR
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
                      WS-FILE-STATUS
                      WS-SYS102.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
      *    O CALENDARIO SUGERE A DATA DO DIA.
           MOVE 'C'                    TO WS-TIPO-REL.
           MOVE WS-DIA                 TO WS-INI-DIA.
           MOVE WS-MES                 TO WS-INI-MES.
           MOVE WS-ANO                 TO WS-INI-ANO.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO RELATORIO                *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - CANCELA / F12 - CONFIRMA'
                                       AT 2502.
      *
           PERFORM                     UNTIL CN-ESC OR
                                             CN-PF12
               ACCEPT SC-PARAMETROS
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS PARAMETROS DO RELATORIO              *
      ******************************************************************
       RTVALIDAR-PARAMETROS            SECTION.
      ******************************************************************
      *
           SET CN-PARAM-OK             TO TRUE.
      *
           EVALUATE TRUE
               WHEN CN-REL-CALENDARIO
                   MOVE WS-INI-DIA     TO WS-DT-VAL-DIA
                   MOVE WS-INI-MES     TO WS-DT-VAL-MES
                   MOVE WS-INI-ANO     TO WS-DT-VAL-ANO
                   PERFORM RTVALIDAR-DATA
                   IF CN-DATA-OK
                       STRING WS-INI-ANO WS-INI-MES WS-INI-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-DT-INICIO
                       MOVE 'SYS103.LST'
                                       TO WS-NM-RELATORIO
                   ELSE
                       SET CN-PARAM-NOK
                                       TO TRUE
                       MOVE WS-MSGARQ-907
                                       TO WS-MSG
                   END-IF
               WHEN CN-REL-HISTORICO
                   MOVE 'SYS104.LST'   TO WS-NM-RELATORIO
               WHEN OTHER
                   SET CN-PARAM-NOK    TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
           END-EVALUATE.
      *
      ******************************************************************
       RTVALIDAR-PARAMETROS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS102.
      *
           EVALUATE TRUE
               WHEN CN-SYS102-OK
                   CONTINUE
               WHEN CN-SYS102-INEXISTENTE
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS102
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN OUTPUT SYS019.
      *
           IF CN-SYS019-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           IF CN-REL-CALENDARIO
               PERFORM RTVARRER-CALENDARIO
           ELSE
               PERFORM RTVARRER-HISTORICO
           END-IF.
      *
           CLOSE SYS019
                 SYS102.
      *
           SORT SYS030  ON ASCENDING  KEY SD-QUEBRA
                                           SD-DATA
                                           SD-NM-PGM
                                           SD-HORA-INI
                                           SD-SS
                                           SD-ST
                                           SD-SEQ
                                       USING  SYS019
                                       GIVING SYS028.
      *
           IF CN-REL-CALENDARIO
               PERFORM RTIMPRIMIR-CALENDARIO
           ELSE
               PERFORM RTIMPRIMIR-HISTORICO
           END-IF.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER AS JANELAS A PARTIR DA DATA INICIAL      *
      ******************************************************************
       RTVARRER-CALENDARIO             SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO IP-CHAVE-IMPL.
      *
           START SYS102 KEY IS GREATER THAN OR EQUAL IP-CHAVE-IMPL
               INVALID KEY
                   SET CN-SYS102-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS102-EOF
               READ SYS102 NEXT        INTO WS-SYS102
               EVALUATE TRUE
                   WHEN CN-SYS102-OK
                   WHEN CN-SYS102-DPL
                       IF IM-DT-JANELA GREATER OR EQUAL WS-DT-INICIO
                           PERFORM RTGRAVAR-CALENDARIO
                       END-IF
                   WHEN CN-SYS102-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS102
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTVARRER-CALENDARIO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA JANELA NA SEMANA (SEGUNDA-FEIRA)     *
      ******************************************************************
       RTGRAVAR-CALENDARIO             SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO PS-SYS019.
      *
           MOVE IM-DT-JANELA (7:2)     TO WS-DT-VAL-DIA-N.
           MOVE IM-DT-JANELA (5:2)     TO WS-DT-VAL-MES-N.
           MOVE IM-DT-JANELA (1:4)     TO WS-DT-VAL-ANO-N.
      *
           PERFORM RTCALC-DIA-SEMANA.
      *
           MOVE WS-NM-DIA (WS-DIA-SEMANA + 1)
                                       TO PS-DIA-SEMANA.
      *
      *    0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 = SEXTA.
           IF WS-DIA-SEMANA            LESS 2
               COMPUTE WS-NR-RECUO     = WS-DIA-SEMANA + 5
           ELSE
               COMPUTE WS-NR-RECUO     = WS-DIA-SEMANA - 2
           END-IF.
      *
           PERFORM WS-NR-RECUO TIMES
               PERFORM RTRECUAR-DIA
           END-PERFORM.
      *
           MOVE WS-DT-VAL-ANO-N        TO PS-QUEBRA (1:4).
           MOVE WS-DT-VAL-MES-N        TO PS-QUEBRA (5:2).
           MOVE WS-DT-VAL-DIA-N        TO PS-QUEBRA (7:2).
      *
           MOVE IM-DT-JANELA           TO PS-DATA.
      *
           PERFORM RTGRAVAR-SYS019.
      *
      ******************************************************************
       RTGRAVAR-CALENDARIO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER AS VERSOES DE UM OU DE TODOS PROGRAMAS   *
      ******************************************************************
       RTVARRER-HISTORICO              SECTION.
      ******************************************************************
      *
           MOVE WS-PGM-FILTRO          TO IP-NM-PGM.
      *
           START SYS102 KEY IS GREATER THAN OR EQUAL IP-NM-PGM
               INVALID KEY
                   SET CN-SYS102-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS102-EOF
               READ SYS102 NEXT        INTO WS-SYS102
               EVALUATE TRUE
                   WHEN CN-SYS102-OK
                   WHEN CN-SYS102-DPL
                       IF WS-PGM-FILTRO
                                       NOT EQUAL SPACES AND
                          IM-NM-PGM    NOT EQUAL WS-PGM-FILTRO
                           SET CN-SYS102-EOF
                                       TO TRUE
                       ELSE
                           PERFORM RTGRAVAR-HISTORICO
                       END-IF
                   WHEN CN-SYS102-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS102
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTVARRER-HISTORICO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA VERSAO NO HISTORICO DO PROGRAMA      *
      ******************************************************************
       RTGRAVAR-HISTORICO              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO PS-SYS019.
      *
           MOVE IM-NM-PGM              TO PS-QUEBRA.
      *
           IF IM-DT-IMPLANT            EQUAL SPACES
               MOVE IM-DT-JANELA       TO PS-DATA
           ELSE
               MOVE IM-DT-IMPLANT      TO PS-DATA
           END-IF.
      *
           PERFORM RTGRAVAR-SYS019.
      *
      ******************************************************************
       RTGRAVAR-HISTORICO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UM REGISTRO PARA A ORDENACAO (SYS019)    *
      ******************************************************************
       RTGRAVAR-SYS019                 SECTION.
      ******************************************************************
      *
           MOVE IM-NM-PGM              TO PS-NM-PGM.
           MOVE IM-HR-JANELA-INI       TO PS-HORA-INI.
           MOVE IM-SS                  TO PS-SS.
           MOVE IM-ST                  TO PS-ST.
           MOVE IM-SEQ                 TO PS-SEQ.
           MOVE WS-SYS102              TO PS-REGISTRO.
      *
           WRITE PS-SYS019.
      *
           IF CN-SYS019-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS019-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O CALENDARIO SEMANAL (SYS103)          *
      *    NA MESMA DATA E PROGRAMA, JANELA QUE COMECA ANTES DO FIM DA *
      *    ANTERIOR DE OUTRA SS/ST E CONFLITO                          *
      ******************************************************************
       RTIMPRIMIR-CALENDARIO           SECTION.
      ******************************************************************
      *
           OPEN INPUT  SYS028.
      *
           IF CN-SYS028-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS028   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYS103.
      *
           IF CN-SYS103-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS103   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           MOVE SPACES                 TO WS-QUEBRA-ANT
                                          WS-ANT-DATA
                                          WS-ANT-NM-PGM
                                          WS-ANT-HORA-FIM.
      *
           SET CN-NAO-FIM-SYS028       TO TRUE.
      *
           PERFORM RTLER-SYS028.
      *
           PERFORM UNTIL CN-FIM-SYS028
               IF FS-QUEBRA            NOT EQUAL WS-QUEBRA-ANT
                   PERFORM RTIMPRIMIR-SEMANA
                   MOVE FS-QUEBRA      TO WS-QUEBRA-ANT
               END-IF
               PERFORM RTVERIFICAR-CONFLITO
               PERFORM RTIMPRIMIR-JANELA
               PERFORM RTLER-SYS028
           END-PERFORM.
      *
           IF AC-LISTADOS              EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               MOVE '  NENHUMA JANELA DE IMPLANTACAO A PARTIR DA DATA'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS028
                 SYS103.
      *
      ******************************************************************
       RTIMPRIMIR-CALENDARIO-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O TITULO DE CADA SEMANA                *
      ******************************************************************
       RTIMPRIMIR-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE FS-QUEBRA              TO WS-DT-ED-AUX.
      *
           PERFORM RTEDITAR-DATA.
      *
           STRING '  >>> SEMANA DE ' WS-DT-ED ' (SEGUNDA-FEIRA)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-SEMANA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR CONFLITO COM A JANELA ANTERIOR        *
      ******************************************************************
       RTVERIFICAR-CONFLITO            SECTION.
      ******************************************************************
      *
           MOVE FS-REGISTRO            TO WS-SYS102.
      *
           SET CN-SEM-CONFLITO         TO TRUE.
      *
           IF FS-DATA                  EQUAL WS-ANT-DATA   AND
              FS-NM-PGM                EQUAL WS-ANT-NM-PGM
               IF FS-HORA-INI          LESS OR EQUAL WS-ANT-HORA-FIM
                  AND (FS-SS           NOT EQUAL WS-ANT-SS OR
                       FS-ST           NOT EQUAL WS-ANT-ST)
                   SET CN-CONFLITO     TO TRUE
                   ADD 1               TO AC-CONFLITOS
                   MOVE WS-ANT-SS      TO WS-SS-ED
                   MOVE WS-ANT-ST      TO WS-ST-ED
               END-IF
               IF IM-HR-JANELA-FIM     GREATER WS-ANT-HORA-FIM
                   MOVE IM-HR-JANELA-FIM
                                       TO WS-ANT-HORA-FIM
                   MOVE FS-SS          TO WS-ANT-SS
                   MOVE FS-ST          TO WS-ANT-ST
               END-IF
           ELSE
               MOVE FS-DATA            TO WS-ANT-DATA
               MOVE FS-NM-PGM          TO WS-ANT-NM-PGM
               MOVE IM-HR-JANELA-FIM   TO WS-ANT-HORA-FIM
               MOVE FS-SS              TO WS-ANT-SS
               MOVE FS-ST              TO WS-ANT-ST
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-CONFLITO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA JANELA DO CALENDARIO               *
      ******************************************************************
       RTIMPRIMIR-JANELA               SECTION.
      ******************************************************************
      *
           PERFORM RTAPURAR-SITUACAO.
      *
           MOVE IM-DT-JANELA           TO WS-DT-ED-AUX.
      *
           PERFORM RTEDITAR-DATA.
      *
           MOVE IM-HR-JANELA-INI       TO WS-HR-ED-AUX.
      *
           PERFORM RTEDITAR-HORA.
      *
           MOVE WS-HR-ED               TO WS-HR-ED-INI.
      *
           MOVE IM-HR-JANELA-FIM       TO WS-HR-ED-AUX.
      *
           PERFORM RTEDITAR-HORA.
      *
           MOVE WS-HR-ED               TO WS-HR-ED-FIM.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  ' WS-DT-ED '  ' FS-DIA-SEMANA '  '
                  WS-HR-ED-INI '-' WS-HR-ED-FIM '  '
                  IM-NM-PGM '  ' IM-VERS-PGM '  '
                  IM-SS '/' IM-ST '  ' IM-SEQ '  '
                  WS-TX-SITUACAO '  ' IM-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           IF CN-CONFLITO
               STRING '  *** CONFLITO COM ' WS-SS-ED '/' WS-ST-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL (101:32)
           END-IF.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-JANELA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR A SITUACAO DA IMPLANTACAO                *
      ******************************************************************
       RTAPURAR-SITUACAO               SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-LISTADOS.
      *
           MOVE SPACES                 TO WS-TX-SITUACAO.
      *
           EVALUATE TRUE
               WHEN IM-DT-IMPLANT      EQUAL SPACES
                   ADD 1               TO AC-PENDENTES
                   MOVE 'PROGRAMADA'   TO WS-TX-SITUACAO
               WHEN IM-COM-ROLLBACK
                   ADD 1               TO AC-ROLLBACKS
                   MOVE IM-DT-IMPLANT  TO WS-DT-ED-AUX
                   PERFORM RTEDITAR-DATA
                   STRING 'ROLLBACK   ' WS-DT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-TX-SITUACAO
               WHEN OTHER
                   MOVE IM-DT-IMPLANT  TO WS-DT-ED-AUX
                   PERFORM RTEDITAR-DATA
                   STRING 'IMPLANTADA ' WS-DT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-TX-SITUACAO
           END-EVALUATE.
      *
      ******************************************************************
       RTAPURAR-SITUACAO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O HISTORICO POR PROGRAMA (SYS104)      *
      ******************************************************************
       RTIMPRIMIR-HISTORICO            SECTION.
      ******************************************************************
      *
           OPEN INPUT  SYS028.
      *
           IF CN-SYS028-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS028   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYS104.
      *
           IF CN-SYS104-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS104   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
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
               MOVE FS-QUEBRA          TO WS-QUEBRA-ANT
               PERFORM RTIMPRIMIR-PROGRAMA
               MOVE ZEROS              TO AC-GR-VERSOES
                                          AC-GR-ROLLBACKS
               PERFORM UNTIL CN-FIM-SYS028 OR
                             FS-QUEBRA NOT EQUAL WS-QUEBRA-ANT
                   PERFORM RTIMPRIMIR-VERSAO
                   PERFORM RTLER-SYS028
               END-PERFORM
               PERFORM RTIMPRIMIR-TOTAL-PROGRAMA
           END-PERFORM.
      *
           IF AC-LISTADOS              EQUAL ZEROS
               MOVE SPACES             TO WS-LINHA-REL
               MOVE '  NENHUMA IMPLANTACAO REGISTRADA PARA O PROGRAMA'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS028
                 SYS104.
      *
      ******************************************************************
       RTIMPRIMIR-HISTORICO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O TITULO DE CADA PROGRAMA              *
      ******************************************************************
       RTIMPRIMIR-PROGRAMA             SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  >>> PROGRAMA ' FS-QUEBRA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-PROGRAMA-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA VERSAO DO PROGRAMA                 *
      ******************************************************************
       RTIMPRIMIR-VERSAO               SECTION.
      ******************************************************************
      *
           MOVE FS-REGISTRO            TO WS-SYS102.
      *
           PERFORM RTAPURAR-SITUACAO.
      *
           ADD 1                       TO AC-GR-VERSOES.
      *
           IF IM-COM-ROLLBACK          AND
              IM-DT-IMPLANT            NOT EQUAL SPACES
               ADD 1                   TO AC-GR-ROLLBACKS
           END-IF.
      *
           MOVE IM-DT-JANELA           TO WS-DT-ED-AUX.
      *
           PERFORM RTEDITAR-DATA.
      *
           MOVE IM-HR-JANELA-INI       TO WS-HR-ED-AUX.
      *
           PERFORM RTEDITAR-HORA.
      *
           MOVE WS-HR-ED               TO WS-HR-ED-INI.
      *
           MOVE IM-HR-JANELA-FIM       TO WS-HR-ED-AUX.
      *
           PERFORM RTEDITAR-HORA.
      *
           MOVE WS-HR-ED               TO WS-HR-ED-FIM.
      *
           MOVE IM-HR-IMPLANT          TO WS-HR-ED-AUX.
      *
           PERFORM RTEDITAR-HORA.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '      ' IM-VERS-PGM '    '
                  IM-SS '/' IM-ST '  ' IM-SEQ '   '
                  WS-DT-ED ' ' WS-HR-ED-INI '-' WS-HR-ED-FIM '   '
                  WS-TX-SITUACAO ' ' WS-HR-ED '   ' IM-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-VERSAO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O TOTAL DE CADA PROGRAMA               *
      ******************************************************************
       RTIMPRIMIR-TOTAL-PROGRAMA       SECTION.
      ******************************************************************
      *
           MOVE AC-GR-VERSOES          TO WS-QT-ED.
           MOVE AC-GR-ROLLBACKS        TO WS-QT-ED2.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '      VERSOES REGISTRADAS: ' WS-QT-ED
                  '   COM ROLLBACK: ' WS-QT-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-TOTAL-PROGRAMA-EXIT. EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER UM REGISTRO ORDENADO (SYS028)               *
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
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS028-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EDITAR UMA DATA AAAAMMDD EM DD/MM/AAAA          *
      ******************************************************************
       RTEDITAR-DATA                   SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-DT-ED.
      *
           IF WS-DT-ED-AUX             NOT EQUAL SPACES
               STRING WS-DT-ED-AUX (7:2) '/' WS-DT-ED-AUX (5:2) '/'
                      WS-DT-ED-AUX (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-ED
           END-IF.
      *
      ******************************************************************
       RTEDITAR-DATA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EDITAR UM HORARIO HHMM EM HH:MM                 *
      ******************************************************************
       RTEDITAR-HORA                   SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-HR-ED.
      *
           IF WS-HR-ED-AUX             NOT EQUAL SPACES
               STRING WS-HR-ED-AUX (1:2) ':' WS-HR-ED-AUX (3:2)
                                       DELIMITED BY SIZE
                                       INTO WS-HR-ED
           END-IF.
      *
      ******************************************************************
       RTEDITAR-HORA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-LISTADOS            TO WS-QT-ED.
           MOVE AC-PENDENTES           TO WS-QT-ED3.
           MOVE AC-ROLLBACKS           TO WS-QT-ED4.
      *
           STRING '  IMPLANTACOES LISTADAS: ' WS-QT-ED
                  '  AINDA NAO IMPLANTADAS: ' WS-QT-ED3
                  '  COM ROLLBACK: '          WS-QT-ED4
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           IF CN-REL-CALENDARIO
               MOVE AC-CONFLITOS       TO WS-QT-ED2
               MOVE SPACES             TO WS-LINHA-REL
               STRING '  CONFLITOS DE JANELA (MESMO PROGRAMA, MESMA '
                      'DATA, HORARIOS SOBREPOSTOS): ' WS-QT-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
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
           IF CN-REL-CALENDARIO
               WRITE FD-SYS103         FROM WS-LINHA-REL
               IF CN-SYS103-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS103
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           ELSE
               WRITE FD-SYS104         FROM WS-LINHA-REL
               IF CN-SYS104-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS104
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
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
                                          WS-CAB-REL3.
      *
           IF CN-REL-CALENDARIO
               STRING '        CALENDARIO SEMANAL DE IMPLANTACOES'
                      ' - SYS103'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1
               STRING 'DATA EMISSAO: '  WS-DIA '/' WS-MES '/' WS-ANO
                      '     A PARTIR DE: '
                      WS-INI-DIA '/' WS-INI-MES '/' WS-INI-ANO
                      '     PAGINA: '   WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2
               STRING '  DATA        DIA  JANELA       PROGRAMA  VERS'
                      '  SS/ST          SQ  SITUACAO                '
                      ' OPERADOR'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3
               WRITE FD-SYS103         FROM WS-CAB-REL1
               WRITE FD-SYS103         FROM WS-CAB-REL2
               MOVE SPACES             TO FD-SYS103
               WRITE FD-SYS103
               WRITE FD-SYS103         FROM WS-CAB-REL3
               MOVE SPACES             TO FD-SYS103
               WRITE FD-SYS103
               IF CN-SYS103-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS103
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
           ELSE
               STRING '        HISTORICO DE IMPLANTACOES POR PROGRAMA'
                      ' - SYS104'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1
               STRING 'DATA EMISSAO: '  WS-DIA '/' WS-MES '/' WS-ANO
                      '     PROGRAMA: '
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2
               IF WS-PGM-FILTRO        EQUAL SPACES
                   MOVE 'TODOS'        TO WS-CAB-REL2 (40:8)
               ELSE
                   MOVE WS-PGM-FILTRO  TO WS-CAB-REL2 (40:8)
               END-IF
               STRING '     PAGINA: '   WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2 (48:20)
               STRING '      VERS    SS/ST          SQ   JANELA'
                      '                   SITUACAO'
                      '                HORA    OPERADOR'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3
               WRITE FD-SYS104         FROM WS-CAB-REL1
               WRITE FD-SYS104         FROM WS-CAB-REL2
               MOVE SPACES             TO FD-SYS104
               WRITE FD-SYS104
               WRITE FD-SYS104         FROM WS-CAB-REL3
               MOVE SPACES             TO FD-SYS104
               WRITE FD-SYS104
               IF CN-SYS104-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS104
                                       TO WS-RETCOD-905
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTFINALIZAR
               END-IF
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
           MOVE AC-LISTADOS            TO WS-QT-ED.
           MOVE AC-CONFLITOS           TO WS-QT-ED2.
           MOVE AC-PENDENTES           TO WS-QT-ED3.
           MOVE AC-ROLLBACKS           TO WS-QT-ED4.
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
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER)               *
      *    RESULTADO: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...        *
      ******************************************************************
       RTCALC-DIA-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE WS-DT-VAL-DIA-N        TO WS-ZELLER-Q.
           MOVE WS-DT-VAL-MES-N        TO WS-ZELLER-M.
           MOVE WS-DT-VAL-ANO-N        TO WS-ZELLER-A.
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
      *    ROTINA PARA RECUAR A DATA DE CALCULO EM UM DIA              *
      ******************************************************************
       RTRECUAR-DIA                    SECTION.
      ******************************************************************
      *
           IF WS-DT-VAL-DIA-N          GREATER 1
               SUBTRACT 1              FROM WS-DT-VAL-DIA-N
           ELSE
               IF WS-DT-VAL-MES-N      GREATER 1
                   SUBTRACT 1          FROM WS-DT-VAL-MES-N
               ELSE
                   MOVE 12             TO WS-DT-VAL-MES-N
                   SUBTRACT 1          FROM WS-DT-VAL-ANO-N
               END-IF
               PERFORM RTOBTER-DIA-MAXIMO
               MOVE WS-DIA-MAXIMO      TO WS-DT-VAL-DIA-N
           END-IF.
      *
      ******************************************************************
       RTRECUAR-DIA-EXIT.              EXIT.
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
