      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV51.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV51                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# RELATORIO SEMANAL DE HORAS APONTADAS         *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LISTA, PARA CADA   *
      *                       OPERADOR ATIVO DO SYS042, AS HORAS       *
      *                       APONTADAS NO SYS081 DIA A DIA NA SEMANA  *
      *                       ESCOLHIDA (SEGUNDA A DOMINGO), MARCANDO  *
      *                       TOTAL ABAIXO DA HR-CAPACIDADE E OS DIAS  *
      *                       UTEIS (SEM FERIADO DO SYS036) SEM NENHUM *
      *                       APONTAMENTO - IMPRESSO SYS082            *
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
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS081.
      *
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY OP-ID-OPER
                     FILE STATUS IS WS-STATUS-SYS042.
      *
           SELECT  SYS036    ASSIGN    TO 'SYS036.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS036.
      *
           SELECT  SYS082    ASSIGN    TO 'SYS082.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS082.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS081
                              DATA RECORD AP-SYS081.
      *
       01          AP-SYS081.
      *
           COPY WATV25                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS042
                              DATA RECORD OP-SYS042.
      *
       01          OP-SYS042.
      *
           COPY WATV07                 REPLACING ==::== BY ==OP==.
      *
       FD          SYS036
                              RECORDING MODE IS F
                              DATA RECORD FE-SYS036
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FE-SYS036.
      *
           COPY WATV12                 REPLACING ==::== BY ==FE==.
      *
       FD          SYS082
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS082
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS082.
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
             05    AC-OPERADORES   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ABAIXO       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-DIAS-VAZIOS  PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-HR-OPER      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-HR-GERAL     PIC    S9(07) COMP-3  VALUE ZEROS.
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
             05    WS-DT-SEMANA.
               07  WS-DIA-SEM      PIC     X(02)         VALUE SPACES.
               07  WS-MES-SEM      PIC     X(02)         VALUE SPACES.
               07  WS-ANO-SEM      PIC     X(04)         VALUE SPACES.
             05    WS-DT-INI-8     PIC     X(08)         VALUE SPACES.
             05    WS-DT-FIM-8     PIC     X(08)         VALUE SPACES.
             05    WS-SW-APONT     PIC     X(01)         VALUE 'N'.
               88  CN-COM-APONTAMENTO                    VALUE 'S'.
               88  CN-SEM-APONTAMENTO                    VALUE 'N'.
             05    WS-SW-DATA      PIC     X(01)         VALUE 'N'.
               88  CN-DATA-OK                            VALUE 'S'.
               88  CN-DATA-NOK                           VALUE 'N'.
             05    WS-SW-DIA-UTIL  PIC     X(01)         VALUE 'S'.
               88  CN-DIA-UTIL                           VALUE 'S'.
               88  CN-DIA-NAO-UTIL                       VALUE 'N'.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-HR-ED        PIC     ZZ9           VALUE ZEROS.
             05    WS-HR-ED2       PIC     ZZ9           VALUE ZEROS.
             05    WS-HR-TOT-ED    PIC     ZZZZ9         VALUE ZEROS.
             05    WS-DT-ED        PIC     X(05)         VALUE SPACES.
             05    WS-PTR          PIC     9(03)         VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DO CALCULO DE DATAS DA SEMANA                          *
      ******************************************************************
           03      WS-AREA-DATAS.
             05    FILLER          PIC     X(07)         VALUE
                                   '=DATAS='.
             05    WS-DT-ITER.
               07  WS-ITER-ANO     PIC     9(04)         VALUE ZEROS.
               07  WS-ITER-MES     PIC     9(02)         VALUE ZEROS.
               07  WS-ITER-DIA     PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-SEMANA   PIC     9(01)         VALUE ZEROS.
               88  CN-FIM-DE-SEMANA                      VALUE 0 1.
             05    WS-QT-RECUO     PIC     9(01)         VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(05)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-Q     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-M     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-A     PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-K     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-J     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T1    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T2    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T3    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T4    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-SOMA  PIC     9(05)         VALUE ZEROS.
             05    WS-IDX-DIA      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-DIAS     OCCURS  7 TIMES.
               07  TD-DATA         PIC     X(08).
               07  TD-UTIL         PIC     X(01).
               07  TD-HORAS        PIC     9(03).
      *
      ******************************************************************
      *    AREA DA TABELA DE FERIADOS (SYS036)                         *
      ******************************************************************
           03      WS-AREA-FERIADOS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=FERIADOS='.
             05    WS-CT-FERIADOS  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-FER      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-FERIADOS OCCURS  200 TIMES.
               07  TF-DT-FERIADO   PIC     X(08).
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS081
                                   PIC     X(02).
               88  CN-SYS081-OK                          VALUE '00'.
               88  CN-SYS081-DPL                         VALUE '02'.
               88  CN-SYS081-NOK                         VALUE '23'.
               88  CN-SYS081-EOF                         VALUE '10'.
               88  CN-SYS081-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS042
                                   PIC     X(02).
               88  CN-SYS042-OK                          VALUE '00'.
               88  CN-SYS042-DPL                         VALUE '02'.
               88  CN-SYS042-NOK                         VALUE '23'.
               88  CN-SYS042-EOF                         VALUE '10'.
               88  CN-SYS042-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS036
                                   PIC     X(02).
               88  CN-SYS036-OK                          VALUE '00'.
               88  CN-SYS036-NOK                         VALUE '23'.
               88  CN-SYS036-EOF                         VALUE '10'.
               88  CN-SYS036-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS082
                                   PIC     X(02).
               88  CN-SYS082-OK                          VALUE '00'.
               88  CN-SYS082-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.901I - ERRO NO ARQ. SYS081         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.902I - ERRO NO ARQ. SYS042         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.903I - ERRO NO ARQ. SYS036         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.904I - ERRO NO ARQ. SYS082         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.905I - DATA DA SEMANA INVALIDA             '.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.906I - CADASTRO DE OPERADORES INEXISTENTE  '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV51.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS082)                         *
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
                   ' *** HORAS APONTADAS NA SEMANA - SYS082 ***       '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PERIODO.
             05    LINE 08 COLUMN 08                     VALUE
                   'SEMANA DE (DD/MM/AAAA).....: ' HIGHLIGHT.
             05    LINE 08 COLUMN 38
                                   PIC     X(02) USING WS-DIA-SEM
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 40                     VALUE '/'.
             05    LINE 08 COLUMN 41
                                   PIC     X(02) USING WS-MES-SEM
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 43                     VALUE '/'.
             05    LINE 08 COLUMN 44
                                   PIC     X(04) USING WS-ANO-SEM
                                   AUTO REQUIRED.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'OPERADORES LISTADOS................: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'ABAIXO DA CAPACIDADE...............: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'DIAS UTEIS SEM APONTAMENTO.........: '.
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
               PERFORM RTVALIDAR-DATA
               IF CN-DATA-OK
                   PERFORM RTPROCESSAR
               ELSE
                   MOVE WS-MSGARQ-905  TO WS-MSG
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
                      WS-AREA-FERIADOS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
      *    A SEMANA CORRENTE E A SUGERIDA.
           MOVE WS-DIA                 TO WS-DIA-SEM.
           MOVE WS-MES                 TO WS-MES-SEM.
           MOVE WS-ANO                 TO WS-ANO-SEM.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A SEMANA DE REFERENCIA                    *
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
      *    ROTINA PARA VALIDAR A DATA DA SEMANA                        *
      ******************************************************************
       RTVALIDAR-DATA                  SECTION.
      ******************************************************************
      *
           SET CN-DATA-NOK             TO TRUE.
      *
           IF WS-DIA-SEM               NUMERIC AND
              WS-MES-SEM               NUMERIC AND
              WS-ANO-SEM               NUMERIC
               MOVE WS-ANO-SEM         TO WS-ITER-ANO
               MOVE WS-MES-SEM         TO WS-ITER-MES
               MOVE WS-DIA-SEM         TO WS-ITER-DIA
               PERFORM RTOBTER-DIA-MAXIMO
               IF WS-ITER-MES          GREATER OR EQUAL 01 AND
                  WS-ITER-MES          LESS OR EQUAL 12 AND
                  WS-ITER-DIA          GREATER OR EQUAL 01 AND
                  WS-ITER-DIA          LESS OR EQUAL WS-DIA-MAXIMO AND
                  WS-ITER-ANO          GREATER ZEROS
                   SET CN-DATA-OK      TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-DATA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM RTCARREGAR-FERIADOS.
      *
           PERFORM RTMONTAR-SEMANA.
      *
           OPEN INPUT SYS081.
      *
           EVALUATE TRUE
               WHEN CN-SYS081-OK
                   SET CN-COM-APONTAMENTO
                                       TO TRUE
      *        SEM ARQUIVO DE APONTAMENTO TODOS FICAM COM ZERO HORA.
               WHEN CN-SYS081-INEXISTENTE
                   SET CN-SEM-APONTAMENTO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN INPUT SYS042.
      *
           EVALUATE TRUE
               WHEN CN-SYS042-OK
                   CONTINUE
               WHEN CN-SYS042-INEXISTENTE
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTFECHAR-SYS081
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFECHAR-SYS081
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN OUTPUT SYS082.
      *
           IF CN-SYS082-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS082   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           PERFORM RTVARRER-SYS042.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS042
                 SYS082.
      *
           PERFORM RTFECHAR-SYS081.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAR O APONTAMENTO (SYS081) SE ABERTO         *
      ******************************************************************
       RTFECHAR-SYS081                 SECTION.
      ******************************************************************
      *
           IF CN-COM-APONTAMENTO
               CLOSE SYS081
           END-IF.
      *
      ******************************************************************
       RTFECHAR-SYS081-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CALENDARIO DE FERIADOS (SYS036)      *
      ******************************************************************
       RTCARREGAR-FERIADOS             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-FERIADOS.
      *
           OPEN INPUT SYS036.
      *
           EVALUATE TRUE
               WHEN CN-SYS036-OK
                   READ SYS036
                   PERFORM UNTIL NOT CN-SYS036-OK
                       IF WS-CT-FERIADOS
                                       LESS 200 AND
                          FE-DT-FERIADO
                                       NUMERIC
                           ADD 1       TO WS-CT-FERIADOS
                           MOVE FE-DT-FERIADO
                                       TO TF-DT-FERIADO
                                          (WS-CT-FERIADOS)
                       END-IF
                       READ SYS036
                   END-PERFORM
                   CLOSE SYS036
               WHEN CN-SYS036-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS036
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-FERIADOS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR AS DATAS DA SEMANA (SEGUNDA A DOMINGO)   *
      *    MARCANDO OS DIAS UTEIS                                      *
      ******************************************************************
       RTMONTAR-SEMANA                 SECTION.
      ******************************************************************
      *
           PERFORM RTCALC-DIA-SEMANA.
      *
      *    QUALQUER DATA DIGITADA E LEVADA PARA A SEGUNDA-FEIRA DA
      *    SUA SEMANA (0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...).
           IF WS-DIA-SEMANA            GREATER OR EQUAL 2
               COMPUTE WS-QT-RECUO     = WS-DIA-SEMANA - 2
           ELSE
               COMPUTE WS-QT-RECUO     = WS-DIA-SEMANA + 5
           END-IF.
      *
           PERFORM UNTIL WS-QT-RECUO   EQUAL ZEROS
               PERFORM RTRECUAR-DIA
               SUBTRACT 1              FROM WS-QT-RECUO
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               MOVE WS-DT-ITER         TO TD-DATA (WS-IDX-DIA)
               PERFORM RTCALC-DIA-SEMANA
               PERFORM RTVERIFICAR-DIA-UTIL
               MOVE WS-SW-DIA-UTIL     TO TD-UTIL (WS-IDX-DIA)
               PERFORM RTAVANCAR-DIA
           END-PERFORM.
      *
           MOVE TD-DATA (1)            TO WS-DT-INI-8.
           MOVE TD-DATA (7)            TO WS-DT-FIM-8.
      *
      ******************************************************************
       RTMONTAR-SEMANA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER)               *
      *    RESULTADO: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...        *
      ******************************************************************
       RTCALC-DIA-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE WS-ITER-DIA            TO WS-ZELLER-Q.
           MOVE WS-ITER-MES            TO WS-ZELLER-M.
           MOVE WS-ITER-ANO            TO WS-ZELLER-A.
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
      *    ROTINA PARA VERIFICAR SE O DIA DA ITERACAO E DIA UTIL       *
      ******************************************************************
       RTVERIFICAR-DIA-UTIL            SECTION.
      ******************************************************************
      *
           SET CN-DIA-UTIL             TO TRUE.
      *
           IF CN-FIM-DE-SEMANA
               SET CN-DIA-NAO-UTIL     TO TRUE
           ELSE
               MOVE ZEROS              TO WS-IDX-FER
               PERFORM UNTIL WS-IDX-FER
                                       GREATER OR EQUAL WS-CT-FERIADOS
                   ADD 1               TO WS-IDX-FER
                   IF TF-DT-FERIADO (WS-IDX-FER)
                                       EQUAL WS-DT-ITER
                       SET CN-DIA-NAO-UTIL
                                       TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-DIA-UTIL-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVANCAR A DATA DE ITERACAO EM UM DIA            *
      ******************************************************************
       RTAVANCAR-DIA                   SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-ITER-DIA.
      *
           PERFORM RTOBTER-DIA-MAXIMO.
      *
           IF WS-ITER-DIA              GREATER WS-DIA-MAXIMO
               MOVE 1                  TO WS-ITER-DIA
               ADD 1                   TO WS-ITER-MES
               IF WS-ITER-MES          GREATER 12
                   MOVE 1              TO WS-ITER-MES
                   ADD 1               TO WS-ITER-ANO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAVANCAR-DIA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RECUAR A DATA DE ITERACAO EM UM DIA             *
      ******************************************************************
       RTRECUAR-DIA                    SECTION.
      ******************************************************************
      *
           IF WS-ITER-DIA              GREATER 1
               SUBTRACT 1              FROM WS-ITER-DIA
           ELSE
               IF WS-ITER-MES          GREATER 1
                   SUBTRACT 1          FROM WS-ITER-MES
               ELSE
                   MOVE 12             TO WS-ITER-MES
                   SUBTRACT 1          FROM WS-ITER-ANO
               END-IF
               PERFORM RTOBTER-DIA-MAXIMO
               MOVE WS-DIA-MAXIMO      TO WS-ITER-DIA
           END-IF.
      *
      ******************************************************************
       RTRECUAR-DIA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES DA ITERACAO           *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-ITER-MES
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
           DIVIDE WS-ITER-ANO          BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-ITER-ANO          BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-ITER-ANO          BY 400
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
      *    ROTINA PARA VARRER OS OPERADORES ATIVOS DO SYS042           *
      ******************************************************************
       RTVARRER-SYS042                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO OP-ID-OPER.
      *
           START SYS042         KEY IS GREATER THAN OR
                                       EQUAL OP-ID-OPER
               INVALID KEY
                   SET CN-SYS042-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS042-EOF
               READ SYS042 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS042-OK
                   WHEN CN-SYS042-DPL
                       IF OP-OPER-INATIVO
                           CONTINUE
                       ELSE
                           PERFORM RTSOMAR-OPERADOR
                           PERFORM RTIMPRIMIR-OPERADOR
                       END-IF
                   WHEN CN-SYS042-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTVARRER-SYS042-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SOMAR AS HORAS DO OPERADOR DIA A DIA            *
      ******************************************************************
       RTSOMAR-OPERADOR                SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-HR-OPER.
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               MOVE ZEROS              TO TD-HORAS (WS-IDX-DIA)
           END-PERFORM.
      *
           IF CN-COM-APONTAMENTO
               MOVE OP-ID-OPER         TO AP-ID-OPER
               MOVE WS-DT-INI-8        TO AP-DT-APONT
               MOVE ZEROS              TO AP-SS
                                          AP-ST
               START SYS081     KEY IS GREATER THAN OR
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
                           IF AP-ID-OPER
                                       EQUAL OP-ID-OPER AND
                              AP-DT-APONT
                                       LESS OR EQUAL WS-DT-FIM-8
                               PERFORM RTACUMULAR-DIA
                           ELSE
                               SET CN-SYS081-EOF
                                       TO TRUE
                           END-IF
                       WHEN CN-SYS081-EOF
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-901
                           MOVE WS-MSGARQ-901
                                       TO WS-MSG
                           PERFORM RTFINALIZAR
                   END-EVALUATE
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTSOMAR-OPERADOR-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR UM APONTAMENTO NO DIA DA SEMANA        *
      ******************************************************************
       RTACUMULAR-DIA                  SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               IF TD-DATA (WS-IDX-DIA) EQUAL AP-DT-APONT
                   ADD AP-HORAS        TO TD-HORAS (WS-IDX-DIA)
                                          AC-HR-OPER
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTACUMULAR-DIA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR AS LINHAS DO OPERADOR                  *
      ******************************************************************
       RTIMPRIMIR-OPERADOR             SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-OPERADORES.
           ADD AC-HR-OPER              TO AC-HR-GERAL.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           MOVE 1                      TO WS-PTR.
      *
           STRING OP-ID-OPER ' '       OP-NM-OPER ' '
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           MOVE ZEROS                  TO WS-IDX-DIA.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               MOVE TD-HORAS (WS-IDX-DIA)
                                       TO WS-HR-ED
               STRING '  '             WS-HR-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
           END-PERFORM.
      *
           MOVE AC-HR-OPER             TO WS-HR-TOT-ED.
      *
           IF OP-HR-CAPACIDADE         NUMERIC
               MOVE OP-HR-CAPACIDADE   TO WS-HR-ED2
           ELSE
               MOVE ZEROS              TO WS-HR-ED2
           END-IF.
      *
           STRING '   ' WS-HR-TOT-ED   '   ' WS-HR-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           IF OP-HR-CAPACIDADE         NUMERIC AND
              AC-HR-OPER               LESS OP-HR-CAPACIDADE
               ADD 1                   TO AC-ABAIXO
               STRING '  ABAIXO DA CAPACIDADE'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
           END-IF.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      *    DIAS UTEIS SEM NENHUMA HORA APONTADA.
           MOVE SPACES                 TO WS-LINHA-REL.
           MOVE 1                      TO WS-PTR.
      *
           STRING '         DIAS UTEIS SEM APONTAMENTO:'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR.
      *
           MOVE ZEROS                  TO WS-IDX-DIA
                                          WS-QUOCIENTE.
      *
           PERFORM UNTIL WS-IDX-DIA    GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-DIA
               IF TD-UTIL (WS-IDX-DIA) EQUAL 'S' AND
                  TD-HORAS (WS-IDX-DIA)
                                       EQUAL ZEROS AND
                  TD-DATA (WS-IDX-DIA) LESS OR EQUAL WS-DATA-CORR
                   ADD 1               TO AC-DIAS-VAZIOS
                                          WS-QUOCIENTE
                   STRING TD-DATA (WS-IDX-DIA) (7:2) '/'
                          TD-DATA (WS-IDX-DIA) (5:2)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-ED
                   STRING ' '          WS-DT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                                       WITH POINTER WS-PTR
               END-IF
           END-PERFORM.
      *
           IF WS-QUOCIENTE             GREATER ZEROS
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-OPERADOR-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO FD-SYS082.
           WRITE FD-SYS082.
      *
           MOVE AC-OPERADORES          TO WS-QT-ED.
           MOVE AC-ABAIXO              TO WS-QT-ED2.
           MOVE AC-DIAS-VAZIOS         TO WS-QT-ED3.
           MOVE AC-HR-GERAL            TO WS-HR-TOT-ED.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  OPERADORES: '     WS-QT-ED
                  '  HORAS APONTADAS: ' WS-HR-TOT-ED
                  '  ABAIXO DA CAPACIDADE: ' WS-QT-ED2
                  '  DIAS UTEIS SEM APONTAMENTO: ' WS-QT-ED3
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           WRITE FD-SYS082             FROM WS-LINHA-REL.
      *
           IF CN-SYS082-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS082   TO WS-RETCOD-904
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
           WRITE FD-SYS082             FROM WS-LINHA-REL.
      *
           IF CN-SYS082-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS082   TO WS-RETCOD-904
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
                                          WS-CAB-REL2
                                          WS-CAB-REL3.
      *
           STRING '        HORAS APONTADAS NA SEMANA - SYS082'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     SEMANA: '     WS-DT-INI-8 (7:2) '/'
                                      WS-DT-INI-8 (5:2) '/'
                                      WS-DT-INI-8 (1:4) ' A '
                                      WS-DT-FIM-8 (7:2) '/'
                                      WS-DT-FIM-8 (5:2) '/'
                                      WS-DT-FIM-8 (1:4)
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           STRING 'OPERADOR NOME                           '
                  '  SEG  TER  QUA  QUI  SEX  SAB  DOM'
                  '   TOTAL   CAP'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL3.
      *
           WRITE FD-SYS082             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS082             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS082.
      *
           WRITE FD-SYS082.
      *
           WRITE FD-SYS082             FROM WS-CAB-REL3.
      *
           IF CN-SYS082-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS082   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR O RESULTADO DO PROCESSAMENTO             *
      ******************************************************************
       RTEXIBIR-RESULTADO              SECTION.
      ******************************************************************
      *
           MOVE AC-OPERADORES          TO WS-QT-ED.
           MOVE AC-ABAIXO              TO WS-QT-ED2.
           MOVE AC-DIAS-VAZIOS         TO WS-QT-ED3.
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
