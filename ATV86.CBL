      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV86.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV86                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# ESFORCO POR TIPO DE SERVICO                  *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PARA AS ATIVIDADES *
      *                       CONCLUIDAS NOS 12 MESES ATE O MES DE     *
      *                       REFERENCIA (SYS010 E ARQUIVO MORTO VIA   *
      *                       ATV48) COMPARA, POR TIPO DE SERVICO DO   *
      *                       CATALOGO SYS126 (TIPO DA ATIVIDADE NO    *
      *                       SYS127), A FAIXA DE ESFORCO PADRAO COM   *
      *                       O ESFORCO ESTIMADO (HR-ESFORCO) E AS     *
      *                       HORAS REALIZADAS (HR-REALIZADO): MEDIAS, *
      *                       MINIMO E MAXIMO REALIZADO, DESVIO DO     *
      *                       REALIZADO SOBRE O ESTIMADO E QUANTAS     *
      *                       FICARAM ABAIXO, DENTRO E ACIMA DA FAIXA  *
      *                       - BASE PARA RECALIBRAR O CATALOGO        *
      *                       (ATV83) - IMPRESSO SYS128                *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      *----------------------------------------------------------------
      *    REGRAS DE APURACAO:                                        *
      *      ENTRA A ATIVIDADE CONCLUIDA COM DT-CONCL NO PERIODO. A   *
      *      ATIVIDADE SEM REGISTRO NO SYS127, OU COM TIPO QUE NAO    *
      *      ESTA MAIS NO CATALOGO, CONTA NA LINHA SEM TIPO. O TIPO   *
      *      INATIVO CONTINUA NO RELATORIO, MARCADO COM *. HORAS NAO  *
      *      NUMERICAS CONTAM COMO ZERO.                              *
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
           SELECT  SYS126    ASSIGN    TO 'SYS126.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CT-COD-TIPO
                     FILE STATUS IS WS-STATUS-SYS126.
      *
           SELECT  SYS127    ASSIGN    TO 'SYS127.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TIPO
                     FILE STATUS IS WS-STATUS-SYS127.
      *
           SELECT  SYS128    ASSIGN    TO 'SYS128.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS128.
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
       FD          SYS126
                              DATA RECORD CT-SYS126.
      *
       01          CT-SYS126.
      *
           COPY WATV45                 REPLACING ==::== BY ==CT==.
      *
       FD          SYS127
                              DATA RECORD TS-SYS127.
      *
       01          TS-SYS127.
      *
           COPY WATV46                 REPLACING ==::== BY ==TS==.
      *
       FD          SYS128
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS128
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS128.
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
             05    WS-NR-MESES     PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-SW-SYS010    PIC     X(01)         VALUE 'N'.
               88  CN-SYS010-ABERTO                      VALUE 'S'.
             05    WS-SW-SYS127    PIC     X(01)         VALUE 'N'.
               88  CN-SYS127-ABERTO                      VALUE 'S'.
             05    WS-HR-EST       PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-HR-REAL      PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-MEDIA        PIC    S9(05)V9 COMP-3
                                                         VALUE ZEROS.
             05    WS-DESVIO       PIC    S9(05)V9 COMP-3
                                                         VALUE ZEROS.
             05    WS-PCT          PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED4       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-MEDIA-ED     PIC     ZZZ9,9        VALUE ZEROS.
             05    WS-DESVIO-ED    PIC     -ZZZZ9,9      VALUE ZEROS.
             05    WS-HR-ED        PIC     ZZ9           VALUE ZEROS.
             05    WS-HR-ED2       PIC     ZZ9           VALUE ZEROS.
             05    WS-TX-FAIXA     PIC     X(07)         VALUE SPACES.
             05    WS-TX-EST       PIC     X(06)         VALUE SPACES.
             05    WS-TX-REAL      PIC     X(06)         VALUE SPACES.
             05    WS-TX-MIN       PIC     X(03)         VALUE SPACES.
             05    WS-TX-MAX       PIC     X(03)         VALUE SPACES.
             05    WS-TX-DESVIO    PIC     X(08)         VALUE SPACES.
             05    WS-TX-EST-AB    PIC     X(05)         VALUE SPACES.
             05    WS-TX-EST-DE    PIC     X(05)         VALUE SPACES.
             05    WS-TX-EST-AC    PIC     X(05)         VALUE SPACES.
             05    WS-TX-REAL-AB   PIC     X(05)         VALUE SPACES.
             05    WS-TX-REAL-DE   PIC     X(05)         VALUE SPACES.
             05    WS-TX-REAL-AC   PIC     X(05)         VALUE SPACES.
             05    WS-TX-PCT       PIC     X(03)         VALUE SPACES.
             05    WS-TX-INATIVO   PIC     X(01)         VALUE SPACES.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DOS TIPOS DE SERVICO (1 = TOTAL, 2 = SEM TIPO,         *
      *    3 EM DIANTE = CATALOGO SYS126 NA ORDEM DO CODIGO)           *
      ******************************************************************
           03      WS-AREA-TIPOS.
             05    FILLER          PIC     X(07)         VALUE
                                   '=TIPOS='.
             05    WS-CT-TIPOS     PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-TP       PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU    PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-AC       PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-TIPOS    OCCURS 302 TIMES.
               07  TT-COD-TIPO     PIC     X(04).
               07  TT-DESCRICAO    PIC     X(40).
               07  TT-ESF-MINIMO   PIC     9(03).
               07  TT-ESF-MAXIMO   PIC     9(03).
               07  TT-PRIORIDADE   PIC     X(01).
               07  TT-SITUACAO     PIC     X(01).
               07  TT-QT           PIC    S9(05) COMP-3.
               07  TT-SOMA-EST     PIC    S9(07) COMP-3.
               07  TT-SOMA-REAL    PIC    S9(07) COMP-3.
               07  TT-REAL-MIN     PIC    S9(03) COMP-3.
               07  TT-REAL-MAX     PIC    S9(03) COMP-3.
               07  TT-EST-ABAIXO   PIC    S9(05) COMP-3.
               07  TT-EST-DENTRO   PIC    S9(05) COMP-3.
               07  TT-EST-ACIMA    PIC    S9(05) COMP-3.
               07  TT-REAL-ABAIXO  PIC    S9(05) COMP-3.
               07  TT-REAL-DENTRO  PIC    S9(05) COMP-3.
               07  TT-REAL-ACIMA   PIC    S9(05) COMP-3.
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
             05    WS-STATUS-SYS126
                                   PIC     X(02).
               88  CN-SYS126-OK                          VALUE '00'.
               88  CN-SYS126-DPL                         VALUE '02'.
               88  CN-SYS126-EOF                         VALUE '10'.
               88  CN-SYS126-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS127
                                   PIC     X(02).
               88  CN-SYS127-OK                          VALUE '00'.
               88  CN-SYS127-DPL                         VALUE '02'.
               88  CN-SYS127-NOK                         VALUE '23'.
               88  CN-SYS127-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS128
                                   PIC     X(02).
               88  CN-SYS128-OK                          VALUE '00'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.902I - ERRO NO ARQ. SYS126         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.903I - ERRO NO ARQ. SYS127         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.904I - ERRO NO ARQ. SYS128         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.905I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.906I - MES DE REFERENCIA INVALIDO          '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.907I - TABELA DE TRABALHO CHEIA            '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV86.999I - EXECUTADO COM SUCESSO               '.
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
      *    AREA DO RELATORIO IMPRESSO (SYS128)                         *
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
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 04 COLUMN 12                     VALUE
                   ' *** ESFORCO POR TIPO DE SERVICO - SYS128 ***     '
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
             05    LINE 09 COLUMN 08                     VALUE
                   '(CONCLUIDAS NOS 12 MESES ATE O MES DE REFERENCIA)'.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'TIPOS DE SERVICO NO CATALOGO.......: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'ATIVIDADES CONCLUIDAS NO PERIODO...: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'CONCLUIDAS COM TIPO DE SERVICO.....: '.
             05    LINE 15 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED3.
             05    LINE 17 COLUMN 08                     VALUE
                   'CONCLUIDAS SEM TIPO DE SERVICO.....: '.
             05    LINE 17 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED4.
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
           MOVE ZEROS                  TO WS-CT-TIPOS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
      *    O MES CORRENTE VEM SUGERIDO COMO REFERENCIA.
           MOVE WS-MES                 TO WS-MES-REF.
           MOVE WS-ANO                 TO WS-ANO-REF.
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
           PERFORM RTMONTAR-PERIODO.
      *
           PERFORM RTCARREGAR-CATALOGO.
      *
           OPEN INPUT SYS127.
      *
           EVALUATE TRUE
               WHEN CN-SYS127-OK
                   SET CN-SYS127-ABERTO
                                       TO TRUE
               WHEN CN-SYS127-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS127
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
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
           IF CN-SYS010-ABERTO
               CLOSE SYS010
           END-IF.
      *
           IF CN-SYS127-ABERTO
               CLOSE SYS127
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
      *    ROTINA PARA MONTAR O PERIODO: O MES DE REFERENCIA E OS      *
      *    ONZE ANTERIORES                                             *
      ******************************************************************
       RTMONTAR-PERIODO                SECTION.
      ******************************************************************
      *
           MOVE WS-MES-REF             TO WS-MES-REF-X.
      *
           STRING WS-ANO-REF WS-MES-REF-X
                                       DELIMITED BY SIZE
                                       INTO WS-AAAAMM-REF.
      *
           COMPUTE WS-NR-MESES         = WS-ANO-REF-9 * 12 +
                                         WS-MES-REF - 1 - 11.
      *
           DIVIDE WS-NR-MESES          BY 12
                                       GIVING WS-ANO-MC
                                       REMAINDER WS-MES-MC.
      *
           ADD 1                       TO WS-MES-MC.
      *
           MOVE WS-AAAAMM-CALC         TO WS-AAAAMM-INI.
      *
      ******************************************************************
       RTMONTAR-PERIODO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CATALOGO DE TIPOS (SYS126)           *
      ******************************************************************
       RTCARREGAR-CATALOGO             SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-CT-TIPOS.
           PERFORM RTINICIAR-TIPO.
           MOVE 'TOTAL GERAL'          TO TT-DESCRICAO (1).
      *
           MOVE 2                      TO WS-CT-TIPOS.
           PERFORM RTINICIAR-TIPO.
           MOVE 'SEM TIPO DE SERVICO'  TO TT-DESCRICAO (2).
      *
           OPEN INPUT SYS126.
      *
           EVALUATE TRUE
               WHEN CN-SYS126-OK
                   PERFORM RTLER-CATALOGO
                   CLOSE SYS126
               WHEN CN-SYS126-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS126
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-CATALOGO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O CATALOGO SYS126 NA ORDEM DO CODIGO        *
      ******************************************************************
       RTLER-CATALOGO                  SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO CT-COD-TIPO.
      *
           START SYS126 KEY IS GREATER THAN OR
                               EQUAL CT-COD-TIPO
               INVALID KEY
                   SET CN-SYS126-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS126-EOF
               READ SYS126 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS126-OK
                   WHEN CN-SYS126-DPL
                       PERFORM RTGUARDAR-TIPO
                   WHEN CN-SYS126-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS126
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTLER-CATALOGO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR UM TIPO DO CATALOGO NA TABELA           *
      ******************************************************************
       RTGUARDAR-TIPO                  SECTION.
      ******************************************************************
      *
           IF WS-CT-TIPOS              NOT LESS 302
               MOVE WS-MSGARQ-907      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           ADD 1                       TO WS-CT-TIPOS.
      *
           PERFORM RTINICIAR-TIPO.
      *
           MOVE CT-COD-TIPO            TO TT-COD-TIPO   (WS-CT-TIPOS).
           MOVE CT-DESCRICAO           TO TT-DESCRICAO  (WS-CT-TIPOS).
           MOVE CT-ESF-MINIMO          TO TT-ESF-MINIMO (WS-CT-TIPOS).
           MOVE CT-ESF-MAXIMO          TO TT-ESF-MAXIMO (WS-CT-TIPOS).
           MOVE CT-PRIORIDADE          TO TT-PRIORIDADE (WS-CT-TIPOS).
           MOVE CT-SITUACAO            TO TT-SITUACAO   (WS-CT-TIPOS).
      *
      ******************************************************************
       RTGUARDAR-TIPO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ZERAR A ENTRADA WS-CT-TIPOS DA TABELA           *
      ******************************************************************
       RTINICIAR-TIPO                  SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO TT-COD-TIPO    (WS-CT-TIPOS)
                                          TT-DESCRICAO   (WS-CT-TIPOS)
                                          TT-PRIORIDADE  (WS-CT-TIPOS)
                                          TT-SITUACAO    (WS-CT-TIPOS).
      *
           MOVE ZEROS                  TO TT-ESF-MINIMO  (WS-CT-TIPOS)
                                          TT-ESF-MAXIMO  (WS-CT-TIPOS)
                                          TT-QT          (WS-CT-TIPOS)
                                          TT-SOMA-EST    (WS-CT-TIPOS)
                                          TT-SOMA-REAL   (WS-CT-TIPOS)
                                          TT-REAL-MAX    (WS-CT-TIPOS)
                                          TT-EST-ABAIXO  (WS-CT-TIPOS)
                                          TT-EST-DENTRO  (WS-CT-TIPOS)
                                          TT-EST-ACIMA   (WS-CT-TIPOS)
                                          TT-REAL-ABAIXO (WS-CT-TIPOS)
                                          TT-REAL-DENTRO (WS-CT-TIPOS)
                                          TT-REAL-ACIMA  (WS-CT-TIPOS).
      *
           MOVE 999                    TO TT-REAL-MIN    (WS-CT-TIPOS).
      *
      ******************************************************************
       RTINICIAR-TIPO-EXIT.            EXIT.
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
      *    ROTINA PARA VARRER O ARQUIVO MORTO DOS ANOS DO PERIODO      *
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
               MOVE WS-MSGARQ-905      TO WS-MSG
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
           IF WS-STATUS-CONCLUIDO      AND
              WS-DT-CONCL              NUMERIC AND
              WS-DT-CONCL (1:6)        NOT LESS WS-AAAAMM-INI AND
              WS-DT-CONCL (1:6)        NOT GREATER WS-AAAAMM-REF
               PERFORM RTCONTAR-ATIVIDADE
           END-IF.
      *
      ******************************************************************
       RTAPURAR-ATIVIDADE-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR A ATIVIDADE NA LINHA DO TIPO E NO TOTAL  *
      ******************************************************************
       RTCONTAR-ATIVIDADE              SECTION.
      ******************************************************************
      *
           IF WS-HR-ESFORCO            NUMERIC
               MOVE WS-HR-ESFORCO      TO WS-HR-EST
           ELSE
               MOVE ZEROS              TO WS-HR-EST
           END-IF.
      *
           IF WS-HR-REALIZADO          NUMERIC
               MOVE WS-HR-REALIZADO    TO WS-HR-REAL
           ELSE
               MOVE ZEROS              TO WS-HR-REAL
           END-IF.
      *
           PERFORM RTOBTER-TIPO.
      *
           MOVE WS-IDX-ACHOU           TO WS-IDX-AC.
           PERFORM RTACUMULAR.
      *
           MOVE 1                      TO WS-IDX-AC.
           PERFORM RTACUMULAR.
      *
      ******************************************************************
       RTCONTAR-ATIVIDADE-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A LINHA DO TIPO DA ATIVIDADE (SYS127)     *
      *    (2 = SEM TIPO)                                              *
      ******************************************************************
       RTOBTER-TIPO                    SECTION.
      ******************************************************************
      *
           MOVE 2                      TO WS-IDX-ACHOU.
      *
           IF CN-SYS127-ABERTO
               PERFORM RTLER-SYS127
           END-IF.
      *
      ******************************************************************
       RTOBTER-TIPO-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O TIPO DA ATIVIDADE NO SYS127 E LOCALIZA-LO *
      *    NA TABELA                                                   *
      ******************************************************************
       RTLER-SYS127                    SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO TS-SS.
           MOVE WS-ST                  TO TS-ST.
      *
           READ SYS127.
      *
           EVALUATE TRUE
               WHEN CN-SYS127-OK
               WHEN CN-SYS127-DPL
                   MOVE 2              TO WS-IDX-TP
                   PERFORM UNTIL WS-IDX-TP
                                       GREATER OR EQUAL WS-CT-TIPOS
                              OR WS-IDX-ACHOU
                                       GREATER 2
                       ADD 1           TO WS-IDX-TP
                       IF TT-COD-TIPO (WS-IDX-TP)
                                       EQUAL TS-COD-TIPO
                           MOVE WS-IDX-TP
                                       TO WS-IDX-ACHOU
                       END-IF
                   END-PERFORM
               WHEN CN-SYS127-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS127
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS127-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR A ATIVIDADE NA LINHA WS-IDX-AC; A      *
      *    POSICAO NA FAIXA E SEMPRE A DO TIPO DA ATIVIDADE            *
      ******************************************************************
       RTACUMULAR                      SECTION.
      ******************************************************************
      *
           ADD 1                       TO TT-QT        (WS-IDX-AC).
           ADD WS-HR-EST               TO TT-SOMA-EST  (WS-IDX-AC).
           ADD WS-HR-REAL              TO TT-SOMA-REAL (WS-IDX-AC).
      *
           IF WS-HR-REAL               LESS TT-REAL-MIN (WS-IDX-AC)
               MOVE WS-HR-REAL         TO TT-REAL-MIN  (WS-IDX-AC)
           END-IF.
      *
           IF WS-HR-REAL               GREATER TT-REAL-MAX (WS-IDX-AC)
               MOVE WS-HR-REAL         TO TT-REAL-MAX  (WS-IDX-AC)
           END-IF.
      *
           IF WS-IDX-ACHOU             GREATER 2
               EVALUATE TRUE
                   WHEN WS-HR-EST      LESS TT-ESF-MINIMO (WS-IDX-ACHOU)
                       ADD 1           TO TT-EST-ABAIXO (WS-IDX-AC)
                   WHEN WS-HR-EST   GREATER TT-ESF-MAXIMO (WS-IDX-ACHOU)
                       ADD 1           TO TT-EST-ACIMA  (WS-IDX-AC)
                   WHEN OTHER
                       ADD 1           TO TT-EST-DENTRO (WS-IDX-AC)
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-HR-REAL     LESS TT-ESF-MINIMO (WS-IDX-ACHOU)
                       ADD 1           TO TT-REAL-ABAIXO (WS-IDX-AC)
                   WHEN WS-HR-REAL  GREATER TT-ESF-MAXIMO (WS-IDX-ACHOU)
                       ADD 1           TO TT-REAL-ACIMA  (WS-IDX-AC)
                   WHEN OTHER
                       ADD 1           TO TT-REAL-DENTRO (WS-IDX-AC)
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O RELATORIO (SYS128)                   *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS128.
      *
           IF CN-SYS128-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS128   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           MOVE 2                      TO WS-IDX-TP.
      *
           PERFORM UNTIL WS-IDX-TP     GREATER OR EQUAL WS-CT-TIPOS
               ADD 1                   TO WS-IDX-TP
               PERFORM RTIMPRIMIR-TIPO
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE 2                      TO WS-IDX-TP.
           PERFORM RTIMPRIMIR-TIPO.
      *
           MOVE 1                      TO WS-IDX-TP.
           PERFORM RTIMPRIMIR-TIPO.
      *
           PERFORM RTIMPRIMIR-NOTAS.
      *
           CLOSE SYS128.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DE UM TIPO (WS-IDX-TP)         *
      ******************************************************************
       RTIMPRIMIR-TIPO                 SECTION.
      ******************************************************************
      *
           MOVE TT-QT (WS-IDX-TP)      TO WS-QT-ED.
      *
           MOVE '     -'               TO WS-TX-EST
                                          WS-TX-REAL.
           MOVE '  -'                  TO WS-TX-MIN
                                          WS-TX-MAX
                                          WS-TX-PCT.
           MOVE '       -'             TO WS-TX-DESVIO.
      *
           IF TT-QT (WS-IDX-TP)        GREATER ZEROS
               COMPUTE WS-MEDIA ROUNDED
                                       = TT-SOMA-EST (WS-IDX-TP) /
                                         TT-QT (WS-IDX-TP)
               MOVE WS-MEDIA           TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED        TO WS-TX-EST
               COMPUTE WS-MEDIA ROUNDED
                                       = TT-SOMA-REAL (WS-IDX-TP) /
                                         TT-QT (WS-IDX-TP)
               MOVE WS-MEDIA           TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED        TO WS-TX-REAL
               MOVE TT-REAL-MIN (WS-IDX-TP)
                                       TO WS-HR-ED
               MOVE WS-HR-ED           TO WS-TX-MIN
               MOVE TT-REAL-MAX (WS-IDX-TP)
                                       TO WS-HR-ED
               MOVE WS-HR-ED           TO WS-TX-MAX
               IF TT-SOMA-EST (WS-IDX-TP)
                                       GREATER ZEROS
                   COMPUTE WS-DESVIO ROUNDED
                                       = (TT-SOMA-REAL (WS-IDX-TP) -
                                          TT-SOMA-EST  (WS-IDX-TP)) *
                                         100 / TT-SOMA-EST (WS-IDX-TP)
                   MOVE WS-DESVIO      TO WS-DESVIO-ED
                   MOVE WS-DESVIO-ED   TO WS-TX-DESVIO
               END-IF
           END-IF.
      *
      *    A LINHA SEM TIPO NAO TEM FAIXA PADRAO A COMPARAR.
           IF WS-IDX-TP                EQUAL 2
               MOVE SPACES             TO WS-TX-FAIXA
                                          WS-TX-EST-AB
                                          WS-TX-EST-DE
                                          WS-TX-EST-AC
                                          WS-TX-REAL-AB
                                          WS-TX-REAL-DE
                                          WS-TX-REAL-AC
                                          WS-TX-PCT
           ELSE
               PERFORM RTMONTAR-FAIXAS
           END-IF.
      *
           IF TT-SITUACAO (WS-IDX-TP)  EQUAL 'I'
               MOVE '*'                TO WS-TX-INATIVO
           ELSE
               MOVE SPACES             TO WS-TX-INATIVO
           END-IF.
      *
           STRING '  '   TT-COD-TIPO (WS-IDX-TP)
                  ' '    TT-DESCRICAO (WS-IDX-TP) (1:20)
                  ' '    WS-TX-FAIXA
                  '  '   TT-PRIORIDADE (WS-IDX-TP)
                  '  '   WS-QT-ED
                  '  '   WS-TX-EST
                  '  '   WS-TX-REAL
                  '  '   WS-TX-MIN
                  '  '   WS-TX-MAX
                  ' '    WS-TX-DESVIO
                  '  '   WS-TX-EST-AB
                  ' '    WS-TX-EST-DE
                  ' '    WS-TX-EST-AC
                  '  '   WS-TX-REAL-AB
                  ' '    WS-TX-REAL-DE
                  ' '    WS-TX-REAL-AC
                  '  '   WS-TX-PCT
                  ' '    WS-TX-INATIVO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-TIPO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR A FAIXA PADRAO E AS CONTAGENS ABAIXO,    *
      *    DENTRO E ACIMA DELA DA LINHA WS-IDX-TP                      *
      ******************************************************************
       RTMONTAR-FAIXAS                 SECTION.
      ******************************************************************
      *
           IF WS-IDX-TP                EQUAL 1
               MOVE SPACES             TO WS-TX-FAIXA
           ELSE
               MOVE TT-ESF-MINIMO (WS-IDX-TP)
                                       TO WS-HR-ED
               MOVE TT-ESF-MAXIMO (WS-IDX-TP)
                                       TO WS-HR-ED2
               STRING WS-HR-ED '-' WS-HR-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-TX-FAIXA
           END-IF.
      *
           MOVE TT-EST-ABAIXO  (WS-IDX-TP)
                                       TO WS-QT-ED2.
           MOVE WS-QT-ED2              TO WS-TX-EST-AB.
           MOVE TT-EST-DENTRO  (WS-IDX-TP)
                                       TO WS-QT-ED2.
           MOVE WS-QT-ED2              TO WS-TX-EST-DE.
           MOVE TT-EST-ACIMA   (WS-IDX-TP)
                                       TO WS-QT-ED2.
           MOVE WS-QT-ED2              TO WS-TX-EST-AC.
           MOVE TT-REAL-ABAIXO (WS-IDX-TP)
                                       TO WS-QT-ED2.
           MOVE WS-QT-ED2              TO WS-TX-REAL-AB.
           MOVE TT-REAL-DENTRO (WS-IDX-TP)
                                       TO WS-QT-ED2.
           MOVE WS-QT-ED2              TO WS-TX-REAL-DE.
           MOVE TT-REAL-ACIMA  (WS-IDX-TP)
                                       TO WS-QT-ED2.
           MOVE WS-QT-ED2              TO WS-TX-REAL-AC.
      *
      *    NO TOTAL, O PERCENTUAL E SOBRE AS ATIVIDADES COM TIPO.
           COMPUTE WS-PCT              = TT-REAL-ABAIXO (WS-IDX-TP) +
                                         TT-REAL-DENTRO (WS-IDX-TP) +
                                         TT-REAL-ACIMA  (WS-IDX-TP).
      *
           IF WS-PCT                   GREATER ZEROS
               COMPUTE WS-PCT ROUNDED  = TT-REAL-DENTRO (WS-IDX-TP) *
                                         100 / WS-PCT
               MOVE WS-PCT             TO WS-HR-ED
               MOVE WS-HR-ED           TO WS-TX-PCT
           END-IF.
      *
      ******************************************************************
       RTMONTAR-FAIXAS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR AS NOTAS DO RELATORIO                  *
      ******************************************************************
       RTIMPRIMIR-NOTAS                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  FAIXA PADRAO E PR (PRIORIDADE PADRAO) DO CATALOGO '
                  'SYS126 (ATV83); * = TIPO INATIVO. MEDIAS EM HORAS '
                  'POR ATIVIDADE CONCLUIDA.'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  DESV.% = (REALIZADO - ESTIMADO) / ESTIMADO. '
                  'ABAIX/DENTR/ACIMA = QUANTAS FICARAM ABAIXO, DENTRO '
                  'E ACIMA DA FAIXA PADRAO.'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  DNT% = REALIZADO DENTRO DA FAIXA. SEM TIPO: SEM '
                  'CLASSIFICACAO NO SYS127 OU TIPO FORA DO CATALOGO.'
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
           WRITE FD-SYS128             FROM WS-LINHA-REL.
      *
           IF CN-SYS128-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS128   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
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
                                          WS-CAB-REL2
                                          WS-CAB-REL3
                                          WS-CAB-REL4.
      *
           STRING '        ESFORCO POR TIPO DE SERVICO - PADRAO X '
                  'ESTIMADO X REALIZADO - SYS128'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     CONCLUIDAS DE: ' WS-AAAAMM-INI (5:2) '/'
                  WS-AAAAMM-INI (1:4) ' A ' WS-MES-REF-X '/'
                  WS-ANO-REF
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING '                            FAIXA              -'
                  '- MEDIA --     REALIZADO          -ESTIMADO X '
                  'FAIXA- REALIZADO X FAIXA  %'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           STRING '  TIPO DESCRICAO            PADRAO  PR   QTDE  '
                  'ESTIM.  REALIZ  MIN  MAX   DESV.%  ABAIX DENTR '
                  'ACIMA  ABAIX DENTR ACIMA  DNT'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL4.
      *
           WRITE FD-SYS128             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS128             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS128.
      *
           WRITE FD-SYS128.
      *
           WRITE FD-SYS128             FROM WS-CAB-REL3.
      *
           WRITE FD-SYS128             FROM WS-CAB-REL4.
      *
           IF CN-SYS128-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS128   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
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
           COMPUTE WS-QT-ED            = WS-CT-TIPOS - 2.
      *
           MOVE TT-QT (1)              TO WS-QT-ED2.
      *
           COMPUTE WS-QT-ED3           = TT-QT (1) - TT-QT (2).
      *
           MOVE TT-QT (2)              TO WS-QT-ED4.
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
