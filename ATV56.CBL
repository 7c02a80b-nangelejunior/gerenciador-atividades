      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV56.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV56                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# TEMPO DE CICLO POR FASE (LEAD TIME MENSAL)   *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PARA AS ATIVIDADES *
      *                       CONCLUIDAS NO MES (SYS010 E ARQUIVO      *
      *                       MORTO VIA ATV48) SOMA OS DIAS PASSADOS   *
      *                       EM CADA STATUS (1, 2 E 3) PELA TRILHA    *
      *                       SYS088 E O TOTAL DO RECEBIMENTO A        *
      *                       CONCLUSAO, COM MEDIA, MAXIMO E FAIXAS DE *
      *                       DIAS POR PRIORIDADE, SIGL-SIST E         *
      *                       RESPONSAVEL - IMPRESSO SYS089            *
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
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
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
           SELECT  SYS089    ASSIGN    TO 'SYS089.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS089.
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
       FD          SYS088
                              DATA RECORD TS-SYS088.
      *
       01          TS-SYS088.
      *
           COPY WATV29                 REPLACING ==::== BY ==TS==.
      *
      *    CADA ATIVIDADE VAI QUATRO VEZES PARA A ORDENACAO: UMA POR
      *    PRIORIDADE (1), SIGL-SIST (2), RESPONSAVEL (3) E TOTAL (4).
       FD          SYS019
                              DATA RECORD PS-SYS019.
      *
       01          PS-SYS019.
           03      PS-DIMENSAO     PIC     X(01).
           03      PS-CHAVE        PIC     X(08).
           03      PS-SS           PIC     9(06).
           03      PS-ST           PIC     9(06).
           03      PS-SW-TRILHA    PIC     X(01).
           03      PS-DIAS-FASE    PIC     9(05)         OCCURS 3.
           03      PS-DIAS-TOTAL   PIC     9(05).
           03      FILLER          PIC     X(08).
      *
       FD          SYS028
                              DATA RECORD FS-SYS028.
      *
       01          FS-SYS028.
           03      FS-DIMENSAO     PIC     X(01).
           03      FS-CHAVE        PIC     X(08).
           03      FS-SS           PIC     9(06).
           03      FS-ST           PIC     9(06).
           03      FS-SW-TRILHA    PIC     X(01).
             88    FS-COM-TRILHA                  VALUE 'S'.
           03      FS-DIAS-FASE    PIC     9(05)         OCCURS 3.
           03      FS-DIAS-TOTAL   PIC     9(05).
           03      FILLER          PIC     X(08).
      *
       SD          SYS030
                              DATA RECORD SD-SYS030.
      *
       01          SD-SYS030.
           03      SD-DIMENSAO     PIC     X(01).
           03      SD-CHAVE        PIC     X(08).
           03      SD-SS           PIC     9(06).
           03      SD-ST           PIC     9(06).
           03      SD-SW-TRILHA    PIC     X(01).
           03      SD-DIAS-FASE    PIC     9(05)         OCCURS 3.
           03      SD-DIAS-TOTAL   PIC     9(05).
           03      FILLER          PIC     X(08).
      *
       FD          SYS089
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS089
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS089.
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
             05    AC-CONCLUIDAS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-COM-TRILHA   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-DIAS-TOTAL   PIC    S9(09) COMP-3  VALUE ZEROS.
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
             05    WS-MES-REF      PIC     9(02)         VALUE ZEROS.
             05    WS-MES-REF-X    PIC     X(02)         VALUE SPACES.
             05    WS-AAAAMM-REF   PIC     X(06)         VALUE SPACES.
             05    WS-DT-CALC.
               07  WS-ANO-CALC     PIC     9(04)         VALUE ZEROS.
               07  WS-MES-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-DIA-CALC     PIC     9(02)         VALUE ZEROS.
             05    WS-JULIANO      PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-JUL-RECEB    PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-JUL-CONCL    PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-JUL-FASE     PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-DIAS         PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-DIAS-TOTAL   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-DIAS-FASE    PIC    S9(07) COMP-3  VALUE ZEROS
                                                         OCCURS 3.
             05    WS-STATUS-FASE  PIC     X(01)         VALUE SPACES.
               88  CN-FASE-MEDIDA                VALUE '1' '2' '3'.
             05    WS-IDX-FASE     PIC     9(01)         VALUE ZEROS.
             05    WS-SW-TRILHA    PIC     X(01)         VALUE 'N'.
               88  CN-COM-TRILHA                         VALUE 'S'.
               88  CN-SEM-TRILHA                         VALUE 'N'.
             05    WS-SW-SYS088    PIC     X(01)         VALUE 'N'.
               88  CN-SYS088-ABERTO                      VALUE 'S'.
               88  CN-SYS088-FECHADO                     VALUE 'N'.
             05    WS-SW-FIM-SYS028
                                   PIC     X(01)         VALUE 'N'.
               88  CN-FIM-SYS028                         VALUE 'S'.
               88  CN-NAO-FIM-SYS028                     VALUE 'N'.
             05    WS-CHAVE-GRUPO.
               07  WS-CG-DIMENSAO  PIC     X(01)         VALUE SPACES.
               07  WS-CG-CHAVE     PIC     X(08)         VALUE SPACES.
             05    WS-CHAVE-LIDA.
               07  WS-CL-DIMENSAO  PIC     X(01)         VALUE SPACES.
               07  WS-CL-CHAVE     PIC     X(08)         VALUE SPACES.
             05    WS-MEDIA        PIC    S9(05)V9 COMP-3 VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-MEDIA-ED     PIC     ZZZ9,9        VALUE ZEROS.
             05    WS-MAX-ED       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-FAIXA-ED     PIC     ZZZZ9         VALUE ZEROS.
             05    WS-PTR          PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DOS TOTAIS DO GRUPO EM QUEBRA                          *
      ******************************************************************
           03      WS-AREA-GRUPO.
             05    FILLER          PIC     X(07)         VALUE
                                   '=GRUPO='.
             05    GR-QTDE         PIC    S9(05) COMP-3  VALUE ZEROS.
             05    GR-QT-TRILHA    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    GR-FASE                               OCCURS 3.
               07  GR-SOMA-FASE    PIC    S9(09) COMP-3.
               07  GR-MAX-FASE     PIC    S9(05) COMP-3.
             05    GR-SOMA-TOTAL   PIC    S9(09) COMP-3  VALUE ZEROS.
             05    GR-MAX-TOTAL    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    GR-FAIXA        PIC    S9(05) COMP-3  OCCURS 6.
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
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-NOK                         VALUE '23'.
               88  CN-SYS088-EOF                         VALUE '10'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
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
             05    WS-STATUS-SYS089
                                   PIC     X(02).
               88  CN-SYS089-OK                          VALUE '00'.
               88  CN-SYS089-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.902I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.903I - ERRO NO ARQ. SYS019         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.904I - ERRO NO ARQ. SYS028         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.905I - ERRO NO ARQ. SYS089         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.906I - MES DE REFERENCIA INVALIDO          '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.907I - ERRO NO ACESSO AO ARQUIVO MORTO     '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV56.999I - EXECUTADO COM SUCESSO               '.
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
      *    AREA DO RELATORIO IMPRESSO (SYS089)                         *
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
             05    LINE 04 COLUMN 14                     VALUE
                   ' *** TEMPO DE CICLO POR FASE - SYS089 ***'
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
                   'COM TRILHA DE STATUS (SYS088)......: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'MEDIA DE DIAS RECEBIMENTO/CONCLUSAO: '.
             05    LINE 15 COLUMN 45
                                   PIC     ZZZ9,9 FROM WS-MEDIA-ED.
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
           INITIALIZE WS-ACUMULADORES
                      WS-AUXILIARES
                      WS-AREA-GRUPO
                      WS-FILE-STATUS
                      WS-SYS010.
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
           MOVE WS-MES-REF             TO WS-MES-REF-X.
      *
           STRING WS-ANO-REF WS-MES-REF-X
                                       DELIMITED BY SIZE
                                       INTO WS-AAAAMM-REF.
      *
      *    SEM A TRILHA AS ATIVIDADES SO ENTRAM NO TEMPO TOTAL.
           OPEN INPUT SYS088.
      *
           EVALUATE TRUE
               WHEN CN-SYS088-OK
                   SET CN-SYS088-ABERTO
                                       TO TRUE
               WHEN CN-SYS088-INEXISTENTE
                   SET CN-SYS088-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS088
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
           CLOSE SYS019.
      *
           IF CN-SYS088-ABERTO
               CLOSE SYS088
           END-IF.
      *
           SORT SYS030  ON ASCENDING  KEY SD-DIMENSAO
                                           SD-CHAVE
                                           SD-SS
                                           SD-ST
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
      *    ROTINA PARA VARRER AS CONCLUIDAS DO MES NO SYS010           *
      ******************************************************************
       RTVARRER-SYS010                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
                   STRING WS-AAAAMM-REF '01'
                                       DELIMITED BY SIZE
                                       INTO FD-DT-CONCL
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
                               IF WS-DT-CONCL (1:6)
                                       GREATER WS-AAAAMM-REF
                                   SET CN-SYS010-EOF
                                       TO TRUE
                               ELSE
                                   PERFORM RTAPURAR-ATIVIDADE
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
      *    ROTINA PARA APURAR UMA ATIVIDADE CONCLUIDA DO MES           *
      *    OS DIAS USAM O ANO COMERCIAL (360 DIAS), COMO NA IDADE DAS  *
      *    PENDENCIAS DO ATV16                                         *
      ******************************************************************
       RTAPURAR-ATIVIDADE              SECTION.
      ******************************************************************
      *
           IF NOT WS-STATUS-CONCLUIDO  OR
              WS-DT-CONCL              EQUAL SPACES OR
              WS-DT-CONCL (1:6)        NOT EQUAL WS-AAAAMM-REF
               CONTINUE
           ELSE
               ADD 1                   TO AC-CONCLUIDAS
               MOVE WS-DT-CONCL        TO WS-DT-CALC
               PERFORM RTCALC-JULIANO
               MOVE WS-JULIANO         TO WS-JUL-CONCL
      *        RECEBIMENTO ILEGIVEL CONTA COMO RECEBIDA NA CONCLUSAO.
               STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO WS-DT-CALC
               IF WS-DT-CALC           NUMERIC
                   PERFORM RTCALC-JULIANO
                   MOVE WS-JULIANO     TO WS-JUL-RECEB
               ELSE
                   MOVE WS-JUL-CONCL   TO WS-JUL-RECEB
               END-IF
               COMPUTE WS-DIAS-TOTAL   = WS-JUL-CONCL -
                                         WS-JUL-RECEB
               IF WS-DIAS-TOTAL        LESS ZEROS
                   MOVE ZEROS          TO WS-DIAS-TOTAL
               END-IF
               ADD WS-DIAS-TOTAL       TO AC-DIAS-TOTAL
               PERFORM RTAPURAR-FASES
               IF CN-COM-TRILHA
                   ADD 1               TO AC-COM-TRILHA
               END-IF
               PERFORM RTGRAVAR-CICLO
           END-IF.
      *
      ******************************************************************
       RTAPURAR-ATIVIDADE-EXIT.        EXIT.
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
      *    ROTINA PARA SOMAR OS DIAS DE CADA STATUS PELA TRILHA SYS088 *
      *    ATE A PRIMEIRA MUDANCA GRAVADA A ATIVIDADE ESTAVA NO STATUS *
      *    DE ORIGEM DESSA MUDANCA (1 QUANDO E A PROPRIA INCLUSAO)     *
      ******************************************************************
       RTAPURAR-FASES                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-DIAS-FASE (1)
                                          WS-DIAS-FASE (2)
                                          WS-DIAS-FASE (3).
      *
           SET CN-SEM-TRILHA           TO TRUE.
      *
           MOVE '1'                    TO WS-STATUS-FASE.
           MOVE WS-JUL-RECEB           TO WS-JUL-FASE.
      *
           IF CN-SYS088-ABERTO
               MOVE WS-SS              TO TS-SS
               MOVE WS-ST              TO TS-ST
               MOVE SPACES             TO TS-DT-TRANS
                                          TS-HR-TRANS
                                          TS-STATUS-PARA
               START SYS088     KEY IS GREATER THAN OR
                                       EQUAL TS-CHAVE-TRANS
                   INVALID KEY
                       SET CN-SYS088-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-SYS088-EOF
                   READ SYS088 NEXT
                   EVALUATE TRUE
                       WHEN CN-SYS088-OK
                           IF TS-SS    NOT EQUAL WS-SS OR
                              TS-ST    NOT EQUAL WS-ST
                               SET CN-SYS088-EOF
                                       TO TRUE
                           ELSE
                               PERFORM RTAPLICAR-TRANSICAO
                           END-IF
                       WHEN CN-SYS088-EOF
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-STATUS-SYS088
                                       TO WS-RETCOD-902
                           MOVE WS-MSGARQ-902
                                       TO WS-MSG
                           PERFORM RTFINALIZAR
                   END-EVALUATE
               END-PERFORM
           END-IF.
      *
      *    TRILHA SEM A CONCLUSAO FECHA A ULTIMA FASE NA DATA DA BAIXA.
           IF CN-COM-TRILHA
               MOVE WS-JUL-CONCL       TO WS-JULIANO
               PERFORM RTSOMAR-FASE
           END-IF.
      *
      ******************************************************************
       RTAPURAR-FASES-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APLICAR UMA MUDANCA DE STATUS DA TRILHA         *
      ******************************************************************
       RTAPLICAR-TRANSICAO             SECTION.
      ******************************************************************
      *
           MOVE TS-DT-TRANS            TO WS-DT-CALC.
      *
           IF WS-DT-CALC               NUMERIC
               PERFORM RTCALC-JULIANO
               IF CN-SEM-TRILHA
                   SET CN-COM-TRILHA   TO TRUE
                   IF TS-STATUS-DE     NOT EQUAL SPACES
                       MOVE TS-STATUS-DE
                                       TO WS-STATUS-FASE
                   END-IF
               END-IF
               PERFORM RTSOMAR-FASE
               MOVE TS-STATUS-PARA     TO WS-STATUS-FASE
               MOVE WS-JULIANO         TO WS-JUL-FASE
           END-IF.
      *
      ******************************************************************
       RTAPLICAR-TRANSICAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SOMAR OS DIAS DA FASE QUE ESTA SENDO FECHADA    *
      ******************************************************************
       RTSOMAR-FASE                    SECTION.
      ******************************************************************
      *
           COMPUTE WS-DIAS             = WS-JULIANO - WS-JUL-FASE.
      *
           IF CN-FASE-MEDIDA           AND
              WS-DIAS                  GREATER ZEROS
               MOVE WS-STATUS-FASE     TO WS-IDX-FASE
               ADD WS-DIAS             TO WS-DIAS-FASE (WS-IDX-FASE)
           END-IF.
      *
      ******************************************************************
       RTSOMAR-FASE-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A ATIVIDADE NAS QUATRO QUEBRAS (SYS019)  *
      ******************************************************************
       RTGRAVAR-CICLO                  SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO PS-SYS019.
      *
           MOVE WS-SS                  TO PS-SS.
           MOVE WS-ST                  TO PS-ST.
           MOVE WS-SW-TRILHA           TO PS-SW-TRILHA.
           MOVE WS-DIAS-FASE (1)       TO PS-DIAS-FASE (1).
           MOVE WS-DIAS-FASE (2)       TO PS-DIAS-FASE (2).
           MOVE WS-DIAS-FASE (3)       TO PS-DIAS-FASE (3).
           MOVE WS-DIAS-TOTAL          TO PS-DIAS-TOTAL.
      *
           MOVE '1'                    TO PS-DIMENSAO.
      *
           EVALUATE TRUE
               WHEN WS-PRIOR-ALTA
                   MOVE '1-ALTA'       TO PS-CHAVE
               WHEN WS-PRIOR-MEDIA
                   MOVE '2-MEDIA'      TO PS-CHAVE
               WHEN WS-PRIOR-BAIXA
                   MOVE '3-BAIXA'      TO PS-CHAVE
               WHEN OTHER
                   MOVE '9-N/INF'      TO PS-CHAVE
           END-EVALUATE.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           MOVE '2'                    TO PS-DIMENSAO.
           MOVE WS-SIGL-SIST           TO PS-CHAVE.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           MOVE '3'                    TO PS-DIMENSAO.
      *
           IF WS-RESPONSAVEL           EQUAL SPACES
               MOVE 'SEM RESP'         TO PS-CHAVE
           ELSE
               MOVE WS-RESPONSAVEL     TO PS-CHAVE
           END-IF.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           MOVE '4'                    TO PS-DIMENSAO.
           MOVE 'GERAL'                TO PS-CHAVE.
      *
           PERFORM RTGRAVAR-SYS019.
      *
      ******************************************************************
       RTGRAVAR-CICLO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UM REGISTRO PARA A ORDENACAO (SYS019)    *
      ******************************************************************
       RTGRAVAR-SYS019                 SECTION.
      ******************************************************************
      *
           WRITE PS-SYS019.
      *
           IF CN-SYS019-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS019-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR AS QUEBRAS ORDENADAS (SYS089)          *
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
           OPEN OUTPUT SYS089.
      *
           IF CN-SYS089-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS089   TO WS-RETCOD-905
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
               IF WS-CL-DIMENSAO       NOT EQUAL WS-CG-DIMENSAO
                   PERFORM RTIMPRIMIR-TITULO
               END-IF
               MOVE WS-CHAVE-LIDA      TO WS-CHAVE-GRUPO
               INITIALIZE WS-AREA-GRUPO
               PERFORM UNTIL CN-FIM-SYS028 OR
                             WS-CHAVE-LIDA
                                       NOT EQUAL WS-CHAVE-GRUPO
                   PERFORM RTACUMULAR-GRUPO
                   PERFORM RTLER-SYS028
               END-PERFORM
               PERFORM RTIMPRIMIR-GRUPO
           END-PERFORM.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS028
                 SYS089.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
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
                   MOVE FS-DIMENSAO    TO WS-CL-DIMENSAO
                   MOVE FS-CHAVE       TO WS-CL-CHAVE
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
      *    ROTINA PARA IMPRIMIR O TITULO DE CADA QUEBRA                *
      ******************************************************************
       RTIMPRIMIR-TITULO               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           EVALUATE WS-CL-DIMENSAO
               WHEN '1'
                   MOVE '  >>> POR PRIORIDADE'
                                       TO WS-LINHA-REL
               WHEN '2'
                   MOVE '  >>> POR SISTEMA (SIGL-SIST)'
                                       TO WS-LINHA-REL
               WHEN '3'
                   MOVE '  >>> POR RESPONSAVEL'
                                       TO WS-LINHA-REL
               WHEN OTHER
                   MOVE '  >>> TOTAL DO MES'
                                       TO WS-LINHA-REL
           END-EVALUATE.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-TITULO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR UMA ATIVIDADE NO GRUPO                 *
      ******************************************************************
       RTACUMULAR-GRUPO                SECTION.
      ******************************************************************
      *
           ADD 1                       TO GR-QTDE.
           ADD FS-DIAS-TOTAL           TO GR-SOMA-TOTAL.
      *
           IF FS-DIAS-TOTAL            GREATER GR-MAX-TOTAL
               MOVE FS-DIAS-TOTAL      TO GR-MAX-TOTAL
           END-IF.
      *
           EVALUATE TRUE
               WHEN FS-DIAS-TOTAL      LESS OR EQUAL 2
                   ADD 1               TO GR-FAIXA (1)
               WHEN FS-DIAS-TOTAL      LESS OR EQUAL 5
                   ADD 1               TO GR-FAIXA (2)
               WHEN FS-DIAS-TOTAL      LESS OR EQUAL 10
                   ADD 1               TO GR-FAIXA (3)
               WHEN FS-DIAS-TOTAL      LESS OR EQUAL 20
                   ADD 1               TO GR-FAIXA (4)
               WHEN FS-DIAS-TOTAL      LESS OR EQUAL 30
                   ADD 1               TO GR-FAIXA (5)
               WHEN OTHER
                   ADD 1               TO GR-FAIXA (6)
           END-EVALUATE.
      *
           IF FS-COM-TRILHA
               ADD 1                   TO GR-QT-TRILHA
               MOVE ZEROS              TO WS-IDX-FASE
               PERFORM UNTIL WS-IDX-FASE
                                       GREATER OR EQUAL 3
                   ADD 1               TO WS-IDX-FASE
                   ADD FS-DIAS-FASE (WS-IDX-FASE)
                                       TO GR-SOMA-FASE (WS-IDX-FASE)
                   IF FS-DIAS-FASE (WS-IDX-FASE)
                                       GREATER GR-MAX-FASE (WS-IDX-FASE)
                       MOVE FS-DIAS-FASE (WS-IDX-FASE)
                                       TO GR-MAX-FASE (WS-IDX-FASE)
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-GRUPO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DO GRUPO                       *
      *    A MEDIA DAS FASES SO CONSIDERA AS ATIVIDADES COM TRILHA     *
      ******************************************************************
       RTIMPRIMIR-GRUPO                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           MOVE GR-QTDE                TO WS-QT-ED.
      *
           MOVE 1                      TO WS-PTR.
      *
           STRING '  '  WS-CG-CHAVE '  ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           MOVE ZEROS                  TO WS-IDX-FASE.
      *
           PERFORM UNTIL WS-IDX-FASE   GREATER OR EQUAL 3
               ADD 1                   TO WS-IDX-FASE
               IF GR-QT-TRILHA         GREATER ZEROS
                   COMPUTE WS-MEDIA ROUNDED
                                       = GR-SOMA-FASE (WS-IDX-FASE) /
                                         GR-QT-TRILHA
                   MOVE WS-MEDIA       TO WS-MEDIA-ED
                   MOVE GR-MAX-FASE (WS-IDX-FASE)
                                       TO WS-MAX-ED
                   STRING '  ' WS-MEDIA-ED ' ' WS-MAX-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
               ELSE
                   STRING '       -     -'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-MEDIA ROUNDED    = GR-SOMA-TOTAL / GR-QTDE.
      *
           MOVE WS-MEDIA               TO WS-MEDIA-ED.
           MOVE GR-MAX-TOTAL           TO WS-MAX-ED.
      *
           STRING '  ' WS-MEDIA-ED ' ' WS-MAX-ED '  '
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           MOVE ZEROS                  TO WS-IDX-FASE.
      *
           PERFORM UNTIL WS-IDX-FASE   GREATER OR EQUAL 6
               ADD 1                   TO WS-IDX-FASE
               MOVE GR-FAIXA (WS-IDX-FASE)
                                       TO WS-FAIXA-ED
               STRING ' ' WS-FAIXA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
           END-PERFORM.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-GRUPO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS089.
           WRITE FD-SYS089.
      *
           MOVE AC-CONCLUIDAS          TO WS-QT-ED.
           MOVE AC-COM-TRILHA          TO WS-QT-ED2.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  CONCLUIDAS NO MES: ' WS-QT-ED
                  '  COM TRILHA DE STATUS (SYS088): ' WS-QT-ED2
                  '  - AS DEMAIS SO ENTRAM NO TEMPO TOTAL'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS089             FROM WS-LINHA-REL.
      *
           IF CN-SYS089-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS089   TO WS-RETCOD-905
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
           WRITE FD-SYS089             FROM WS-LINHA-REL.
      *
           IF CN-SYS089-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS089   TO WS-RETCOD-905
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
                                          WS-CAB-REL3
                                          WS-CAB-REL4.
      *
           STRING '        TEMPO DE CICLO POR FASE (DIAS) - SYS089'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     REFERENCIA: ' WS-MES-REF-X '/' WS-ANO-REF
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING '                 '
                  '     ABERTO(1)  ANDAMENTO(2)  AG.SOLIC.(3)'
                  '  RECEB>CONCL.'
                  '  ---- FAIXAS RECEB>CONCL.(DIAS) -----'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           STRING '  CHAVE      QTDE'
                  '     MED   MAX     MED   MAX     MED   MAX'
                  '     MED   MAX'
                  '     0-2   3-5  6-10 11-20 21-30   >30'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL4.
      *
           WRITE FD-SYS089             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS089             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS089.
      *
           WRITE FD-SYS089.
      *
           WRITE FD-SYS089             FROM WS-CAB-REL3.
      *
           WRITE FD-SYS089             FROM WS-CAB-REL4.
      *
           MOVE SPACES                 TO FD-SYS089.
      *
           WRITE FD-SYS089.
      *
           IF CN-SYS089-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS089   TO WS-RETCOD-905
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
           MOVE AC-CONCLUIDAS          TO WS-QT-ED.
           MOVE AC-COM-TRILHA          TO WS-QT-ED2.
      *
           IF AC-CONCLUIDAS            GREATER ZEROS
               COMPUTE WS-MEDIA ROUNDED
                                       = AC-DIAS-TOTAL / AC-CONCLUIDAS
           ELSE
               MOVE ZEROS              TO WS-MEDIA
           END-IF.
      *
           MOVE WS-MEDIA               TO WS-MEDIA-ED.
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
