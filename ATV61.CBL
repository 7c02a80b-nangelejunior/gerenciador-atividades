      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV61.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV61                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# RELATORIO MENSAL DA PESQUISA DE SATISFACAO   *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - PARA AS PESQUISAS  *
      *                       ENVIADAS NO MES (CONTROLE SYS093) APURA  *
      *                       ENVIADAS, RESPONDIDAS, TAXA DE RESPOSTA, *
      *                       NOTA MEDIA E DISTRIBUICAO DAS NOTAS POR  *
      *                       RESPONSAVEL, SIGL-SIST E PRIORIDADE E    *
      *                       LISTA CADA RESPOSTA COM NOTA 1 OU 2 COM  *
      *                       O COMENTARIO DO SOLICITANTE - IMPRESSO   *
      *                       SYS097                                   *
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
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-SYS093.
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
           SELECT  SYS097    ASSIGN    TO 'SYS097.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS097.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS093
                              DATA RECORD PQ-SYS093.
      *
       01          PQ-SYS093.
      *
           COPY WATV32                 REPLACING ==::== BY ==PQ==.
      *
      *    CADA PESQUISA VAI QUATRO VEZES PARA A ORDENACAO: UMA POR
      *    RESPONSAVEL (1), SIGL-SIST (2), PRIORIDADE (3) E TOTAL (4).
       FD          SYS019
                              DATA RECORD PS-SYS019.
      *
       01          PS-SYS019.
           03      PS-DIMENSAO     PIC     X(01).
           03      PS-CHAVE        PIC     X(08).
           03      PS-SS           PIC     9(06).
           03      PS-ST           PIC     9(06).
           03      PS-SITUACAO     PIC     X(01).
           03      PS-NOTA         PIC     9(01).
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
           03      FS-SITUACAO     PIC     X(01).
             88    FS-RESPONDIDA                  VALUE 'R'.
           03      FS-NOTA         PIC     9(01).
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
           03      SD-SITUACAO     PIC     X(01).
           03      SD-NOTA         PIC     9(01).
           03      FILLER          PIC     X(08).
      *
       FD          SYS097
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS097
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS097.
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
             05    AC-ENVIADAS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-RESPONDIDAS  PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-NOTA-BAIXA   PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-IDX-NOTA     PIC     9(01)         VALUE ZEROS.
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
             05    WS-TAXA         PIC    S9(03)V9 COMP-3 VALUE ZEROS.
             05    WS-MEDIA        PIC    S9(01)V99 COMP-3 VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-TAXA-ED      PIC     ZZ9,9         VALUE ZEROS.
             05    WS-MEDIA-ED     PIC     9,99          VALUE ZEROS.
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
             05    GR-ENVIADAS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    GR-RESPONDIDAS  PIC    S9(05) COMP-3  VALUE ZEROS.
             05    GR-SOMA-NOTAS   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    GR-NOTA         PIC    S9(05) COMP-3  OCCURS 5.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS093
                                   PIC     X(02).
               88  CN-SYS093-OK                          VALUE '00'.
               88  CN-SYS093-NOK                         VALUE '23'.
               88  CN-SYS093-EOF                         VALUE '10'.
               88  CN-SYS093-INEXISTENTE                 VALUE '35'.
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
             05    WS-STATUS-SYS097
                                   PIC     X(02).
               88  CN-SYS097-OK                          VALUE '00'.
               88  CN-SYS097-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.901I - ERRO NO ARQ. SYS093         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.902I - NENHUMA PESQUISA ENVIADA (SYS093)   '.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.903I - ERRO NO ARQ. SYS019         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.904I - ERRO NO ARQ. SYS028         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.905I - ERRO NO ARQ. SYS097         STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.906I - MES DE REFERENCIA INVALIDO          '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV61.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS097)                         *
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
                   ' *** PESQUISA DE SATISFACAO - SYS097 ***'
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
                   'PESQUISAS ENVIADAS NO MES..........: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'PESQUISAS RESPONDIDAS..............: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'RESPOSTAS COM NOTA 1 OU 2..........: '.
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
                      WS-FILE-STATUS.
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
           OPEN INPUT SYS093.
      *
           EVALUATE TRUE
               WHEN CN-SYS093-OK
                   CONTINUE
               WHEN CN-SYS093-INEXISTENTE
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS093
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
               MOVE WS-STATUS-SYS019   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           PERFORM RTVARRER-SYS093.
      *
           CLOSE SYS019.
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
           CLOSE SYS093.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER AS PESQUISAS ENVIADAS NO MES (SYS093)    *
      ******************************************************************
       RTVARRER-SYS093                 SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO PQ-CHAVE-PESQ.
      *
           START SYS093 KEY IS GREATER THAN OR
                                       EQUAL PQ-CHAVE-PESQ
               INVALID KEY
                   SET CN-SYS093-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS093-EOF
               READ SYS093 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS093-OK
                       IF PQ-DT-ENVIO (1:6)
                                       EQUAL WS-AAAAMM-REF
                           PERFORM RTGRAVAR-PESQUISA
                       END-IF
                   WHEN CN-SYS093-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTVARRER-SYS093-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A PESQUISA NAS QUATRO QUEBRAS            *
      ******************************************************************
       RTGRAVAR-PESQUISA               SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-ENVIADAS.
      *
           IF PQ-PESQ-RESPONDIDA
               ADD 1                   TO AC-RESPONDIDAS
               IF PQ-NOTA              LESS 3
                   ADD 1               TO AC-NOTA-BAIXA
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO PS-SYS019.
      *
           MOVE PQ-SS                  TO PS-SS.
           MOVE PQ-ST                  TO PS-ST.
           MOVE PQ-SITUACAO            TO PS-SITUACAO.
           MOVE PQ-NOTA                TO PS-NOTA.
      *
           MOVE '1'                    TO PS-DIMENSAO.
      *
           IF PQ-RESPONSAVEL           EQUAL SPACES
               MOVE 'SEM RESP'         TO PS-CHAVE
           ELSE
               MOVE PQ-RESPONSAVEL     TO PS-CHAVE
           END-IF.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           MOVE '2'                    TO PS-DIMENSAO.
           MOVE PQ-SIGL-SIST           TO PS-CHAVE.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           MOVE '3'                    TO PS-DIMENSAO.
      *
           EVALUATE PQ-PRIORIDADE
               WHEN '1'
                   MOVE '1-ALTA'       TO PS-CHAVE
               WHEN '2'
                   MOVE '2-MEDIA'      TO PS-CHAVE
               WHEN '3'
                   MOVE '3-BAIXA'      TO PS-CHAVE
               WHEN OTHER
                   MOVE '9-N/INF'      TO PS-CHAVE
           END-EVALUATE.
      *
           PERFORM RTGRAVAR-SYS019.
      *
           MOVE '4'                    TO PS-DIMENSAO.
           MOVE 'GERAL'                TO PS-CHAVE.
      *
           PERFORM RTGRAVAR-SYS019.
      *
      ******************************************************************
       RTGRAVAR-PESQUISA-EXIT.         EXIT.
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
      *    ROTINA PARA IMPRIMIR AS QUEBRAS ORDENADAS (SYS097)          *
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
           OPEN OUTPUT SYS097.
      *
           IF CN-SYS097-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS097   TO WS-RETCOD-905
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
           PERFORM RTIMPRIMIR-NOTAS-BAIXAS.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS028
                 SYS097.
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
                   MOVE '  >>> POR RESPONSAVEL'
                                       TO WS-LINHA-REL
               WHEN '2'
                   MOVE '  >>> POR SISTEMA (SIGL-SIST)'
                                       TO WS-LINHA-REL
               WHEN '3'
                   MOVE '  >>> POR PRIORIDADE'
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
      *    ROTINA PARA ACUMULAR UMA PESQUISA NO GRUPO                  *
      ******************************************************************
       RTACUMULAR-GRUPO                SECTION.
      ******************************************************************
      *
           ADD 1                       TO GR-ENVIADAS.
      *
           IF FS-RESPONDIDA            AND
              FS-NOTA                  GREATER ZEROS
               ADD 1                   TO GR-RESPONDIDAS
               ADD FS-NOTA             TO GR-SOMA-NOTAS
               ADD 1                   TO GR-NOTA (FS-NOTA)
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-GRUPO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DO GRUPO                       *
      *    A MEDIA SO CONSIDERA AS PESQUISAS RESPONDIDAS               *
      ******************************************************************
       RTIMPRIMIR-GRUPO                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           MOVE GR-ENVIADAS            TO WS-QT-ED.
           MOVE GR-RESPONDIDAS         TO WS-QT-ED2.
      *
           COMPUTE WS-TAXA ROUNDED     = GR-RESPONDIDAS * 100 /
                                         GR-ENVIADAS.
      *
           MOVE WS-TAXA                TO WS-TAXA-ED.
      *
           MOVE 1                      TO WS-PTR.
      *
           STRING '  '  WS-CG-CHAVE '   ' WS-QT-ED
                  '      ' WS-QT-ED2 '  ' WS-TAXA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           IF GR-RESPONDIDAS           GREATER ZEROS
               COMPUTE WS-MEDIA ROUNDED
                                       = GR-SOMA-NOTAS / GR-RESPONDIDAS
               MOVE WS-MEDIA           TO WS-MEDIA-ED
               STRING '   ' WS-MEDIA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
           ELSE
               STRING '      -'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
           END-IF.
      *
           MOVE ZEROS                  TO WS-IDX-NOTA.
      *
           PERFORM UNTIL WS-IDX-NOTA   GREATER OR EQUAL 5
               ADD 1                   TO WS-IDX-NOTA
               MOVE GR-NOTA (WS-IDX-NOTA)
                                       TO WS-QT-ED3
               STRING ' ' WS-QT-ED3
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
      *    ROTINA PARA LISTAR AS RESPOSTAS COM NOTA 1 OU 2             *
      ******************************************************************
       RTIMPRIMIR-NOTAS-BAIXAS         SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE '  >>> RESPOSTAS COM NOTA 1 OU 2'
                                       TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  SS/ST          SOLICITANTE                     '
                  'SI  RESPONS. NT   COMENTARIO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE LOW-VALUES             TO PQ-CHAVE-PESQ.
      *
           START SYS093 KEY IS GREATER THAN OR
                                       EQUAL PQ-CHAVE-PESQ
               INVALID KEY
                   SET CN-SYS093-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS093-EOF
               READ SYS093 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS093-OK
                       IF PQ-DT-ENVIO (1:6)
                                       EQUAL WS-AAAAMM-REF AND
                          PQ-PESQ-RESPONDIDA           AND
                          PQ-NOTA      GREATER ZEROS   AND
                          PQ-NOTA      LESS 3
                           PERFORM RTIMPRIMIR-NOTA-BAIXA
                       END-IF
                   WHEN CN-SYS093-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
           IF AC-NOTA-BAIXA            EQUAL ZEROS
               MOVE '  NENHUMA RESPOSTA COM NOTA 1 OU 2 NO MES'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-NOTAS-BAIXAS-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA RESPOSTA COM NOTA 1 OU 2           *
      *    O COMENTARIO QUE NAO CABE NA LINHA CONTINUA NA SEGUINTE     *
      ******************************************************************
       RTIMPRIMIR-NOTA-BAIXA           SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  ' PQ-SS '/' PQ-ST '  ' PQ-NM-SOLIC (1:30)
                  '  ' PQ-SIGL-SIST '  ' PQ-RESPONSAVEL
                  '  ' PQ-NOTA '   ' PQ-COMENTARIO (1:60)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           IF PQ-COMENTARIO (61:40)    NOT EQUAL SPACES
               MOVE SPACES             TO WS-LINHA-REL
               MOVE PQ-COMENTARIO (61:40)
                                       TO WS-LINHA-REL (68:40)
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-NOTA-BAIXA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS097.
           WRITE FD-SYS097.
      *
           MOVE AC-ENVIADAS            TO WS-QT-ED.
           MOVE AC-RESPONDIDAS         TO WS-QT-ED2.
           MOVE AC-NOTA-BAIXA          TO WS-QT-ED3.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  PESQUISAS ENVIADAS NO MES: ' WS-QT-ED
                  '  RESPONDIDAS: ' WS-QT-ED2
                  '  COM NOTA 1 OU 2: ' WS-QT-ED3
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS097             FROM WS-LINHA-REL.
      *
           IF CN-SYS097-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS097   TO WS-RETCOD-905
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
           WRITE FD-SYS097             FROM WS-LINHA-REL.
      *
           IF CN-SYS097-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS097   TO WS-RETCOD-905
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
           STRING '        PESQUISA DE SATISFACAO - SYS097'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     REFERENCIA: ' WS-MES-REF-X '/' WS-ANO-REF
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING '                               TAXA    NOTA'
                  '  ----- QUANTIDADE POR NOTA -----'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           STRING '  CHAVE   ENVIADAS   RESPOND. RESP.%  MEDIA'
                  '     1     2     3     4     5'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL4.
      *
           WRITE FD-SYS097             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS097             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS097.
      *
           WRITE FD-SYS097.
      *
           WRITE FD-SYS097             FROM WS-CAB-REL3.
      *
           WRITE FD-SYS097             FROM WS-CAB-REL4.
      *
           MOVE SPACES                 TO FD-SYS097.
      *
           WRITE FD-SYS097.
      *
           IF CN-SYS097-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS097   TO WS-RETCOD-905
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
           MOVE AC-ENVIADAS            TO WS-QT-ED.
           MOVE AC-RESPONDIDAS         TO WS-QT-ED2.
           MOVE AC-NOTA-BAIXA          TO WS-QT-ED3.
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
