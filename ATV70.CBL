      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV70.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV70                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# LISTAGEM DOS PARAMETROS DO SISTEMA           *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LISTA PARA A       *
      *                       AUDITORIA CADA PARAMETRO DA TABELA       *
      *                       SYS106 (VALOR, FAIXA VALIDA E ULTIMA     *
      *                       ALTERACAO) E A TRILHA SYS107 DAS         *
      *                       ALTERACOES NO PERIODO INFORMADO, COM O   *
      *                       VALOR ANTERIOR E O NOVO - IMPRESSO       *
      *                       SYS108                                   *
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
           SELECT  SYS106    ASSIGN    TO 'SYS106.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PR-COD-PARAM
                     FILE STATUS IS WS-STATUS-SYS106.
      *
           SELECT  SYS107    ASSIGN    TO 'SYS107.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS107.
      *
           SELECT  SYS108    ASSIGN    TO 'SYS108.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS108.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS106
                              DATA RECORD PR-SYS106.
      *
       01          PR-SYS106.
      *
           COPY WATV37                 REPLACING ==::== BY ==PR==.
      *
       FD          SYS107
                              RECORDING MODE IS F
                              DATA RECORD AU-SYS107
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          AU-SYS107.
      *
           COPY WATV38                 REPLACING ==::== BY ==AU==.
      *
       FD          SYS108
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS108
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS108.
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
             05    AC-PARAMETROS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ALTERACOES   PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-DT-INICIAL   PIC     9(08)         VALUE ZEROS.
             05    WS-DT-FINAL     PIC     9(08)         VALUE ZEROS.
             05    WS-DT-INICIAL-X PIC     X(08)         VALUE SPACES.
             05    WS-DT-FINAL-X   PIC     X(08)         VALUE SPACES.
             05    WS-VL-ED        PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-VL-ED2       PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-VL-ED3       PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-VL-ED4       PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-TX-TIPO      PIC     X(09)         VALUE SPACES.
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
             05    WS-STATUS-SYS106
                                   PIC     X(02).
               88  CN-SYS106-OK                          VALUE '00'.
               88  CN-SYS106-DPL                         VALUE '02'.
               88  CN-SYS106-NOK                         VALUE '23'.
               88  CN-SYS106-EOF                         VALUE '10'.
               88  CN-SYS106-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS107
                                   PIC     X(02).
               88  CN-SYS107-OK                          VALUE '00'.
               88  CN-SYS107-EOF                         VALUE '10'.
               88  CN-SYS107-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS108
                                   PIC     X(02).
               88  CN-SYS108-OK                          VALUE '00'.
               88  CN-SYS108-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV70.901I - ERRO NO ARQ. SYS106         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV70.902I - TABELA DE PARAMETROS INEXISTENTE    '.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV70.903I - ERRO NO ARQ. SYS107         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV70.904I - ERRO NO ARQ. SYS108         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV70.905I - PERIODO INVALIDO                    '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV70.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS108)                         *
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
                   ' *** PARAMETROS DO SISTEMA - SYS108 ***'
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PERIODO.
             05    LINE 08 COLUMN 08                     VALUE
                   'ALTERACOES DE (AAAAMMDD)...: '.
             05    LINE 08 COLUMN 38
                                   PIC     9(08) USING WS-DT-INICIAL
                                   AUTO.
             05    LINE 09 COLUMN 08                     VALUE
                   'ATE (AAAAMMDD)..............: '.
             05    LINE 09 COLUMN 38
                                   PIC     9(08) USING WS-DT-FINAL
                                   AUTO.
             05    LINE 10 COLUMN 08                     VALUE
                   '(EM BRANCO LISTA TODA A TRILHA)'.
           03      SC-RESULTADO.
             05    LINE 13 COLUMN 08                     VALUE
                   'PARAMETROS LISTADOS.................: '.
             05    LINE 13 COLUMN 48
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 15 COLUMN 08                     VALUE
                   'ALTERACOES NO PERIODO...............: '.
             05    LINE 15 COLUMN 48
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
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
               PERFORM RTVALIDAR-PERIODO
               IF WS-DT-INICIAL        GREATER WS-DT-FINAL
                   MOVE WS-MSGARQ-905  TO WS-MSG
               ELSE
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
      *    ROTINA PARA OBTER O PERIODO DA TRILHA DE ALTERACOES         *
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
      *    ROTINA PARA COMPLETAR O PERIODO INFORMADO                   *
      *    SEM DATA INICIAL A TRILHA COMECA NO PRIMEIRO REGISTRO E     *
      *    SEM DATA FINAL VAI ATE O ULTIMO                             *
      ******************************************************************
       RTVALIDAR-PERIODO               SECTION.
      ******************************************************************
      *
           IF WS-DT-INICIAL            NOT NUMERIC
               MOVE ZEROS              TO WS-DT-INICIAL
           END-IF.
      *
           IF WS-DT-FINAL              NOT NUMERIC OR
              WS-DT-FINAL              EQUAL ZEROS
               MOVE 99999999           TO WS-DT-FINAL
           END-IF.
      *
           MOVE WS-DT-INICIAL          TO WS-DT-INICIAL-X.
           MOVE WS-DT-FINAL            TO WS-DT-FINAL-X.
      *
      ******************************************************************
       RTVALIDAR-PERIODO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS106.
      *
           EVALUATE TRUE
               WHEN CN-SYS106-OK
                   CONTINUE
               WHEN CN-SYS106-INEXISTENTE
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS106
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN OUTPUT SYS108.
      *
           IF CN-SYS108-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS108   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               CLOSE SYS106
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           PERFORM RTLISTAR-PARAMETROS.
      *
           CLOSE SYS106.
      *
           PERFORM RTLISTAR-ALTERACOES.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS108.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR OS PARAMETROS EM ORDEM DE CODIGO         *
      ******************************************************************
       RTLISTAR-PARAMETROS             SECTION.
      ******************************************************************
      *
           MOVE '  >>> PARAMETROS EM VIGOR (SYS106)'
                                       TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  CODIGO            DESCRICAO                      '
                  '                      VALOR  MINIMO  MAXIMO'
                  '  ALTERADO EM     OPERADOR'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE LOW-VALUES             TO PR-COD-PARAM.
      *
           START SYS106 KEY IS GREATER THAN OR
                                       EQUAL PR-COD-PARAM
               INVALID KEY
                   SET CN-SYS106-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS106-EOF
               READ SYS106 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS106-OK
                   WHEN CN-SYS106-DPL
                       PERFORM RTIMPRIMIR-PARAMETRO
                   WHEN CN-SYS106-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS106
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
           IF AC-PARAMETROS            EQUAL ZEROS
               MOVE '  NENHUM PARAMETRO CADASTRADO'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTLISTAR-PARAMETROS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UM PARAMETRO                           *
      ******************************************************************
       RTIMPRIMIR-PARAMETRO            SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-PARAMETROS.
      *
           MOVE PR-VL-PARAM            TO WS-VL-ED.
           MOVE PR-VL-MINIMO           TO WS-VL-ED2.
           MOVE PR-VL-MAXIMO           TO WS-VL-ED3.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  ' PR-COD-PARAM '  ' PR-DESCRICAO
                  ' ' WS-VL-ED ' ' WS-VL-ED2 ' ' WS-VL-ED3
                  '  ' PR-DT-ALTERACAO (7:2) '/' PR-DT-ALTERACAO (5:2)
                  '/' PR-DT-ALTERACAO (1:4) ' ' PR-HR-ALTERACAO (1:2)
                  ':' PR-HR-ALTERACAO (3:2) '  ' PR-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-PARAMETRO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR A TRILHA DE ALTERACOES DO PERIODO        *
      ******************************************************************
       RTLISTAR-ALTERACOES             SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE '  >>> TRILHA DE ALTERACOES (SYS107)'
                                       TO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  DATA       HORA   CODIGO            TIPO     '
                  '  ANTERIOR     NOVO  FAIXA ANTERIOR   FAIXA NOVA'
                  '       OPERADOR'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           OPEN INPUT SYS107.
      *
           EVALUATE TRUE
               WHEN CN-SYS107-OK
                   PERFORM UNTIL CN-SYS107-EOF
                       READ SYS107
                       EVALUATE TRUE
                           WHEN CN-SYS107-OK
                               IF AU-DT-ALTERACAO
                                       NOT LESS    WS-DT-INICIAL-X AND
                                  AU-DT-ALTERACAO
                                       NOT GREATER WS-DT-FINAL-X
                                   PERFORM RTIMPRIMIR-ALTERACAO
                               END-IF
                           WHEN CN-SYS107-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS107
                                       TO WS-RETCOD-903
                               MOVE WS-MSGARQ-903
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS107
               WHEN CN-SYS107-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS107
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           IF AC-ALTERACOES            EQUAL ZEROS
               MOVE '  NENHUMA ALTERACAO NO PERIODO'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTLISTAR-ALTERACOES-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA ALTERACAO DA TRILHA                *
      ******************************************************************
       RTIMPRIMIR-ALTERACAO            SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-ALTERACOES.
      *
           IF AU-TP-INCLUSAO
               MOVE 'INCLUSAO '        TO WS-TX-TIPO
           ELSE
               MOVE 'ALTERACAO'        TO WS-TX-TIPO
           END-IF.
      *
           MOVE AU-VL-ANTERIOR         TO WS-VL-ED.
           MOVE AU-VL-NOVO             TO WS-VL-ED2.
           MOVE AU-VL-MINIMO-ANT       TO WS-VL-ED3.
           MOVE AU-VL-MAXIMO-ANT       TO WS-VL-ED4.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  ' AU-DT-ALTERACAO (7:2) '/' AU-DT-ALTERACAO (5:2)
                  '/' AU-DT-ALTERACAO (1:4) ' ' AU-HR-ALTERACAO (1:2)
                  ':' AU-HR-ALTERACAO (3:2) '  ' AU-COD-PARAM
                  '  ' WS-TX-TIPO ' ' WS-VL-ED ' ' WS-VL-ED2
                  '  ' WS-VL-ED3 '-' WS-VL-ED4
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           MOVE AU-VL-MINIMO           TO WS-VL-ED3.
           MOVE AU-VL-MAXIMO           TO WS-VL-ED4.
      *
           STRING ' ' WS-VL-ED3 '-' WS-VL-ED4 '  ' AU-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL (100:33).
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-ALTERACAO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS108.
           WRITE FD-SYS108.
      *
           MOVE AC-PARAMETROS          TO WS-QT-ED.
           MOVE AC-ALTERACOES          TO WS-QT-ED2.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  PARAMETROS LISTADOS: ' WS-QT-ED
                  '  ALTERACOES NO PERIODO: ' WS-QT-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS108             FROM WS-LINHA-REL.
      *
           IF CN-SYS108-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS108   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
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
           WRITE FD-SYS108             FROM WS-LINHA-REL.
      *
           IF CN-SYS108-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS108   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
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
                                          WS-CAB-REL2.
      *
           STRING '        PARAMETROS DO SISTEMA - SYS108'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     EMITIDO POR: '  LK-OPERADOR
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           WRITE FD-SYS108             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS108             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS108.
      *
           WRITE FD-SYS108.
      *
           IF CN-SYS108-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS108   TO WS-RETCOD-904
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
           MOVE AC-PARAMETROS          TO WS-QT-ED.
           MOVE AC-ALTERACOES          TO WS-QT-ED2.
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
