      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV82.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV82                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# HISTORICO DE EXECUCAO DA RODADA NOTURNA      *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LE O HISTORICO     *
      *                       SYS124 GRAVADO PELO DRIVER ATV23 E, PARA *
      *                       AS ULTIMAS N RODADAS, IMPRIME NO SYS125  *
      *                       A LISTA DAS RODADAS, A DURACAO MEDIA E   *
      *                       MAXIMA, AVISOS E FALHAS POR PASSO (COM   *
      *                       AS FALHAS POR DIA DA SEMANA), AS         *
      *                       EXECUCOES ACIMA DA DURACAO USUAL DO      *
      *                       PASSO E A RELACAO DAS RODADAS COM FALHA  *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      *----------------------------------------------------------------
      *    REGRAS DE APURACAO:                                        *
      *      RODADA = REGISTRO DE INICIO DO SYS124 E OS SEGUINTES DA  *
      *      MESMA IDENTIFICACAO; AS ULTIMAS N SAO AS N ULTIMAS DO    *
      *      ARQUIVO. RODADA SEM REGISTRO DE FIM E INTERROMPIDA.      *
      *      RODADA COM FALHA: INTERROMPIDA OU CODIGO GERAL ACIMA DE  *
      *      004. DURACAO USUAL = MEDIA DO PASSO NAS RODADAS LIDAS;   *
      *      A EXECUCAO FICA ACIMA DO USUAL QUANDO PASSA A MEDIA EM   *
      *      MAIS DE RODADA-EXCESSO % (PARAMETRO, PADRAO 50) E EM     *
      *      PELO MENOS 60 SEGUNDOS, COM O PASSO EXECUTADO AO MENOS   *
      *      3 VEZES NO PERIODO.                                      *
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
           SELECT  SYS124    ASSIGN    TO 'SYS124.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS124.
      *
           SELECT  SYS125    ASSIGN    TO 'SYS125.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS125.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS124
                              RECORDING MODE IS F
                              DATA RECORD HR-SYS124
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          HR-SYS124.
      *
           COPY WATV44                 REPLACING ==::== BY ==HR==.
      *
       FD          SYS125
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS125
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS125.
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
             05    WS-QT-RODADAS   PIC     9(03)         VALUE ZEROS.
             05    WS-PCT-EXCESSO  PIC     9(03)         VALUE ZEROS.
             05    WS-CT-NO-ARQ    PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-NR-PRIMEIRA  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-NR-ORDEM     PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-IDX-RD-CORR  PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-CT-FALHAS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-CT-INTERROMP PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-CT-ACIMA     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-CT-IMPRESSOS PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-SW-TABELA    PIC     X(01)         VALUE 'N'.
               88  CN-TABELA-CHEIA                       VALUE 'S'.
             05    WS-SW-RODADA    PIC     X(01)         VALUE 'N'.
               88  CN-RODADA-FALHOU                      VALUE 'S'.
               88  CN-RODADA-OK                          VALUE 'N'.
             05    WS-DT-ITER.
               07  WS-ITER-ANO     PIC     9(04)         VALUE ZEROS.
               07  WS-ITER-MES     PIC     9(02)         VALUE ZEROS.
               07  WS-ITER-DIA     PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-SEMANA   PIC     9(01)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-Q     PIC    S9(04) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-M     PIC    S9(04) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-A     PIC    S9(04) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-J     PIC    S9(04) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-K     PIC    S9(04) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-T1    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-T2    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-T3    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-T4    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-SOMA  PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-NOMES-DIAS   PIC     X(21)         VALUE
                                   'SABDOMSEGTERQUAQUISEX'.
             05    WS-TAB-DIAS     REDEFINES WS-NOMES-DIAS.
               07  WS-NM-DIA       PIC     X(03) OCCURS 7 TIMES.
             05    WS-SEG-FMT      PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-HORAS-FMT    PIC     9(02)         VALUE ZEROS.
             05    WS-MINUTOS-FMT  PIC     9(02)         VALUE ZEROS.
             05    WS-SEGUNDOS-FMT PIC     9(02)         VALUE ZEROS.
             05    WS-RESTO-FMT    PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-TX-DURACAO   PIC     X(08)         VALUE SPACES.
             05    WS-TX-DURACAO2  PIC     X(08)         VALUE SPACES.
             05    WS-TX-DATA      PIC     X(10)         VALUE SPACES.
             05    WS-TX-HORA      PIC     X(08)         VALUE SPACES.
             05    WS-TX-SITUACAO  PIC     X(16)         VALUE SPACES.
             05    WS-EXCESSO      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED3       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED4       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED5       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-PCT-ED       PIC     ZZ9           VALUE ZEROS.
             05    WS-RC-ED        PIC     X(03)         VALUE SPACES.
             05    WS-TX-SEMANA    PIC     X(28)         VALUE SPACES.
             05    WS-DIA-ED       PIC     ZZ9           VALUE ZEROS.
             05    WS-IDX-DIA      PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ORDEM    PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-PTR          PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
      *
      *    ORDEM DE IMPRESSAO DOS DIAS DA SEMANA (DOMINGO A SABADO) NA
      *    TABELA WS-NM-DIA, QUE SEGUE O RESULTADO DO ZELLER (0=SABADO)
             05    WS-ORDEM-DIAS   PIC     X(07)         VALUE
                                   '2345671'.
             05    WS-TAB-ORDEM    REDEFINES WS-ORDEM-DIAS.
               07  WS-ORDEM-DIA    PIC     9(01) OCCURS 7 TIMES.
      *
      ******************************************************************
      *    AREA DAS RODADAS ANALISADAS (EM ORDEM DO ARQUIVO)           *
      ******************************************************************
           03      WS-AREA-RODADAS.
             05    FILLER          PIC     X(09)         VALUE
                                   '=RODADAS='.
             05    WS-CT-RODADA    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-RD       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-RODADA   OCCURS 365 TIMES.
               07  TR-ID-RODADA.
                 09 TR-DT-RODADA   PIC     X(08).
                 09 TR-HR-RODADA   PIC     X(06).
               07  TR-DIA-SEMANA   PIC     9(01).
               07  TR-SW-FIM       PIC     X(01).
                 88 TR-ENCERRADA                         VALUE 'S'.
               07  TR-COD-RETORNO  PIC     9(03).
               07  TR-SEG-DURACAO  PIC    S9(07) COMP-3.
               07  TR-QT-PASSOS    PIC    S9(05) COMP-3.
               07  TR-QT-FALHAS    PIC    S9(05) COMP-3.
               07  TR-ULT-PASSO    PIC     X(08).
      *
      ******************************************************************
      *    AREA DOS PASSOS (ACUMULADOS NAS RODADAS ANALISADAS)         *
      ******************************************************************
           03      WS-AREA-PASSOS.
             05    FILLER          PIC     X(08)         VALUE
                                   '=PASSOS='.
             05    WS-CT-PASSO     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-PS       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-PS-ACHOU PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-PASSO    OCCURS 60 TIMES.
               07  TP-PASSO        PIC     X(08).
               07  TP-PROGRAMA     PIC     X(08).
               07  TP-QT-EXEC      PIC    S9(05) COMP-3.
               07  TP-SEG-TOTAL    PIC    S9(09) COMP-3.
               07  TP-SEG-MAXIMO   PIC    S9(07) COMP-3.
               07  TP-SEG-MEDIA    PIC    S9(07) COMP-3.
               07  TP-SEG-LIMITE   PIC    S9(07) COMP-3.
               07  TP-QT-ACIMA     PIC    S9(05) COMP-3.
               07  TP-QT-AVISO     PIC    S9(05) COMP-3.
               07  TP-QT-FALHA     PIC    S9(05) COMP-3.
               07  TP-FALHA-DIA    PIC    S9(05) COMP-3
                                   OCCURS  7 TIMES.
      *
      ******************************************************************
      *    AREA DAS EXECUCOES DE PASSO DAS RODADAS ANALISADAS          *
      ******************************************************************
           03      WS-AREA-EXECUCOES.
             05    FILLER          PIC     X(11)         VALUE
                                   '=EXECUCOES='.
             05    WS-CT-EXEC      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-EX       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-EXEC     OCCURS 5000 TIMES.
               07  TE-IX-RODADA    PIC    S9(05) COMP-3.
               07  TE-IX-PASSO     PIC    S9(05) COMP-3.
               07  TE-HR-INICIO    PIC     X(06).
               07  TE-SEG-DURACAO  PIC    S9(07) COMP-3.
               07  TE-COD-RETORNO  PIC     9(03).
               07  TE-SW-ACIMA     PIC     X(01).
                 88 TE-ACIMA-USUAL                       VALUE 'S'.
               07  TE-MSG          PIC     X(52).
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS124
                                   PIC     X(02).
               88  CN-SYS124-OK                          VALUE '00'.
               88  CN-SYS124-EOF                         VALUE '10'.
               88  CN-SYS124-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS125
                                   PIC     X(02).
               88  CN-SYS125-OK                          VALUE '00'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV82.901I - ERRO NO ARQ. SYS124         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV82.902I - ERRO NO ARQ. SYS125         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV82.903I - HISTORICO SYS124 AUSENTE OU VAZIO   '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV82.904I - QUANTIDADE DEVE SER DE 1 A 365      '.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV82.905I - TABELA DE TRABALHO CHEIA            '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV82.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
      *
      ******************************************************************
      *    AREA DE COMANDO DA LEITURA DE PARAMETROS (WATV39)           *
      ******************************************************************
       01          WS-COMANDO-PARAM.
      *
           COPY WATV39                 REPLACING ==::== BY ==CP==.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS125)                         *
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
                   ' *** HISTORICO DA RODADA NOTURNA - SYS125 ***     '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-PERIODO.
             05    LINE 08 COLUMN 08                     VALUE
                   'QUANTIDADE DE RODADAS (ULTIMAS N): ' HIGHLIGHT.
             05    LINE 08 COLUMN 44
                                   PIC     9(03) USING WS-QT-RODADAS
                                   AUTO REQUIRED.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'RODADAS ANALISADAS.................: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'RODADAS COM FALHA..................: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED2.
             05    LINE 15 COLUMN 08                     VALUE
                   'EXECUCOES ACIMA DA DURACAO USUAL...: '.
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
               IF WS-QT-RODADAS        GREATER ZEROS AND
                  WS-QT-RODADAS        LESS OR EQUAL 365
                   PERFORM RTPROCESSAR
               ELSE
                   MOVE WS-MSGARQ-904  TO WS-MSG
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
                      WS-FILE-STATUS.
      *
           MOVE ZEROS                  TO WS-CT-RODADA
                                          WS-CT-PASSO
                                          WS-CT-EXEC.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           MOVE 'SABDOMSEGTERQUAQUISEX'
                                       TO WS-NOMES-DIAS.
           MOVE '2345671'              TO WS-ORDEM-DIAS.
      *
           MOVE 30                     TO WS-QT-RODADAS.
      *
           MOVE 'RODADA-EXCESSO'       TO CP-COD-PARAM.
           MOVE 50                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-PCT-EXCESSO.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A QUANTIDADE DE RODADAS                   *
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
           PERFORM RTABRIR-SYS124.
      *
           PERFORM RTCONTAR-RODADAS.
      *
           CLOSE SYS124.
      *
           IF WS-CT-NO-ARQ             EQUAL ZEROS
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           COMPUTE WS-NR-PRIMEIRA      = WS-CT-NO-ARQ -
                                         WS-QT-RODADAS + 1.
      *
           IF WS-NR-PRIMEIRA           LESS 1
               MOVE 1                  TO WS-NR-PRIMEIRA
           END-IF.
      *
           PERFORM RTABRIR-SYS124.
      *
           PERFORM RTCARREGAR-RODADAS.
      *
           CLOSE SYS124.
      *
           PERFORM RTAPURAR-PASSOS.
      *
           PERFORM RTIMPRIMIR.
      *
           IF CN-TABELA-CHEIA
               MOVE WS-MSGARQ-905      TO WS-MSG
           END-IF.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR O HISTORICO (SYS124)                      *
      ******************************************************************
       RTABRIR-SYS124                  SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS124.
      *
           EVALUATE TRUE
               WHEN CN-SYS124-OK
                   CONTINUE
               WHEN CN-SYS124-INEXISTENTE
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS124
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTABRIR-SYS124-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR AS RODADAS DO HISTORICO                  *
      ******************************************************************
       RTCONTAR-RODADAS                SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-NO-ARQ.
      *
           PERFORM RTLER-SYS124.
      *
           PERFORM UNTIL CN-SYS124-EOF
               IF HR-REG-INICIO
                   ADD 1               TO WS-CT-NO-ARQ
               END-IF
               PERFORM RTLER-SYS124
           END-PERFORM.
      *
      ******************************************************************
       RTCONTAR-RODADAS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR AS ULTIMAS N RODADAS                   *
      *    PASSO E FIM SO CONTAM QUANDO PERTENCEM A RODADA CORRENTE    *
      ******************************************************************
       RTCARREGAR-RODADAS              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-NR-ORDEM
                                          WS-IDX-RD-CORR.
      *
           PERFORM RTLER-SYS124.
      *
           PERFORM UNTIL CN-SYS124-EOF
               EVALUATE TRUE
                   WHEN HR-REG-INICIO
                       ADD 1           TO WS-NR-ORDEM
                       IF WS-NR-ORDEM  GREATER OR EQUAL WS-NR-PRIMEIRA
                           PERFORM RTINCLUIR-RODADA
                       ELSE
                           MOVE ZEROS  TO WS-IDX-RD-CORR
                       END-IF
                   WHEN HR-REG-PASSO
                       IF WS-IDX-RD-CORR
                                       GREATER ZEROS
                           IF HR-ID-RODADA
                                       EQUAL TR-ID-RODADA
                                             (WS-IDX-RD-CORR)
                               PERFORM RTINCLUIR-EXECUCAO
                           END-IF
                       END-IF
                   WHEN HR-REG-FIM
                       IF WS-IDX-RD-CORR
                                       GREATER ZEROS
                           IF HR-ID-RODADA
                                       EQUAL TR-ID-RODADA
                                             (WS-IDX-RD-CORR)
                               PERFORM RTENCERRAR-RODADA
                           END-IF
                       END-IF
               END-EVALUATE
               PERFORM RTLER-SYS124
           END-PERFORM.
      *
      ******************************************************************
       RTCARREGAR-RODADAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O PROXIMO REGISTRO DO HISTORICO             *
      ******************************************************************
       RTLER-SYS124                    SECTION.
      ******************************************************************
      *
           READ SYS124.
      *
           IF CN-SYS124-OK             OR CN-SYS124-EOF
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS124   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               CLOSE SYS124
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTLER-SYS124-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR UMA RODADA NA TABELA                    *
      ******************************************************************
       RTINCLUIR-RODADA                SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-CT-RODADA.
      *
           MOVE WS-CT-RODADA           TO WS-IDX-RD-CORR.
      *
           MOVE HR-ID-RODADA           TO TR-ID-RODADA (WS-IDX-RD-CORR).
           MOVE 'N'                    TO TR-SW-FIM (WS-IDX-RD-CORR).
           MOVE ZEROS                  TO TR-COD-RETORNO
                                                       (WS-IDX-RD-CORR)
                                          TR-SEG-DURACAO
                                                       (WS-IDX-RD-CORR)
                                          TR-QT-PASSOS (WS-IDX-RD-CORR)
                                          TR-QT-FALHAS (WS-IDX-RD-CORR)
                                          TR-DIA-SEMANA
                                                       (WS-IDX-RD-CORR).
           MOVE SPACES                 TO TR-ULT-PASSO (WS-IDX-RD-CORR).
      *
           IF HR-DT-RODADA             NUMERIC
               MOVE HR-DT-RODADA       TO WS-DT-ITER
               PERFORM RTCALC-DIA-SEMANA
               MOVE WS-DIA-SEMANA      TO TR-DIA-SEMANA
                                                       (WS-IDX-RD-CORR)
           END-IF.
      *
      ******************************************************************
       RTINCLUIR-RODADA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR A EXECUCAO DE UM PASSO                 *
      ******************************************************************
       RTINCLUIR-EXECUCAO              SECTION.
      ******************************************************************
      *
           MOVE HR-PASSO               TO TR-ULT-PASSO (WS-IDX-RD-CORR).
      *
           MOVE ZEROS                  TO WS-IDX-PS-ACHOU.
      *
           MOVE ZEROS                  TO WS-IDX-PS.
      *
           PERFORM UNTIL WS-IDX-PS     GREATER OR EQUAL WS-CT-PASSO
                      OR WS-IDX-PS-ACHOU
                                       GREATER ZEROS
               ADD 1                   TO WS-IDX-PS
               IF TP-PASSO (WS-IDX-PS) EQUAL HR-PASSO
                   MOVE WS-IDX-PS      TO WS-IDX-PS-ACHOU
               END-IF
           END-PERFORM.
      *
           IF WS-IDX-PS-ACHOU          EQUAL ZEROS
               IF WS-CT-PASSO          GREATER OR EQUAL 60
                   SET CN-TABELA-CHEIA TO TRUE
               ELSE
                   ADD 1               TO WS-CT-PASSO
                   MOVE WS-CT-PASSO    TO WS-IDX-PS-ACHOU
                   INITIALIZE WS-TAB-PASSO (WS-IDX-PS-ACHOU)
                   MOVE HR-PASSO       TO TP-PASSO (WS-IDX-PS-ACHOU)
               END-IF
           END-IF.
      *
           IF WS-IDX-PS-ACHOU          GREATER ZEROS
               PERFORM RTACUMULAR-PASSO
           END-IF.
      *
      ******************************************************************
       RTINCLUIR-EXECUCAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ACUMULAR A EXECUCAO NO PASSO E NA RODADA        *
      ******************************************************************
       RTACUMULAR-PASSO                SECTION.
      ******************************************************************
      *
           MOVE HR-PROGRAMA            TO TP-PROGRAMA (WS-IDX-PS-ACHOU).
      *
           ADD 1                       TO TP-QT-EXEC (WS-IDX-PS-ACHOU).
           ADD HR-SEG-DURACAO          TO TP-SEG-TOTAL
                                                      (WS-IDX-PS-ACHOU).
      *
           IF HR-SEG-DURACAO           GREATER TP-SEG-MAXIMO
                                                      (WS-IDX-PS-ACHOU)
               MOVE HR-SEG-DURACAO     TO TP-SEG-MAXIMO
                                                      (WS-IDX-PS-ACHOU)
           END-IF.
      *
           ADD 1                       TO TR-QT-PASSOS (WS-IDX-RD-CORR).
      *
           EVALUATE TRUE
               WHEN HR-COD-RETORNO     GREATER 004
                   ADD 1               TO TP-QT-FALHA (WS-IDX-PS-ACHOU)
                   ADD 1               TO TR-QT-FALHAS (WS-IDX-RD-CORR)
                   COMPUTE WS-IDX-DIA  = TR-DIA-SEMANA (WS-IDX-RD-CORR)
                                       + 1
                   ADD 1               TO TP-FALHA-DIA
                                          (WS-IDX-PS-ACHOU WS-IDX-DIA)
               WHEN HR-COD-RETORNO     GREATER ZEROS
                   ADD 1               TO TP-QT-AVISO (WS-IDX-PS-ACHOU)
           END-EVALUATE.
      *
           IF WS-CT-EXEC               GREATER OR EQUAL 5000
               SET CN-TABELA-CHEIA     TO TRUE
           ELSE
               ADD 1                   TO WS-CT-EXEC
               MOVE WS-IDX-RD-CORR     TO TE-IX-RODADA (WS-CT-EXEC)
               MOVE WS-IDX-PS-ACHOU    TO TE-IX-PASSO (WS-CT-EXEC)
               MOVE HR-HR-INICIO       TO TE-HR-INICIO (WS-CT-EXEC)
               MOVE HR-SEG-DURACAO     TO TE-SEG-DURACAO (WS-CT-EXEC)
               MOVE HR-COD-RETORNO     TO TE-COD-RETORNO (WS-CT-EXEC)
               MOVE 'N'                TO TE-SW-ACIMA (WS-CT-EXEC)
               MOVE HR-MSG (1:52)      TO TE-MSG (WS-CT-EXEC)
           END-IF.
      *
      ******************************************************************
       RTACUMULAR-PASSO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR O FIM DA RODADA CORRENTE              *
      ******************************************************************
       RTENCERRAR-RODADA               SECTION.
      ******************************************************************
      *
           MOVE 'S'                    TO TR-SW-FIM (WS-IDX-RD-CORR).
           MOVE HR-COD-RETORNO         TO TR-COD-RETORNO
                                                       (WS-IDX-RD-CORR).
           MOVE HR-SEG-DURACAO         TO TR-SEG-DURACAO
                                                       (WS-IDX-RD-CORR).
      *
      ******************************************************************
       RTENCERRAR-RODADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER, COMO NO ATV30)*
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
      *    ROTINA PARA APURAR A DURACAO USUAL DE CADA PASSO E MARCAR   *
      *    AS EXECUCOES ACIMA DELA                                     *
      ******************************************************************
       RTAPURAR-PASSOS                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-PS.
      *
           PERFORM UNTIL WS-IDX-PS     GREATER OR EQUAL WS-CT-PASSO
               ADD 1                   TO WS-IDX-PS
               COMPUTE TP-SEG-MEDIA (WS-IDX-PS) ROUNDED
                                       = TP-SEG-TOTAL (WS-IDX-PS) /
                                         TP-QT-EXEC (WS-IDX-PS)
               COMPUTE TP-SEG-LIMITE (WS-IDX-PS)
                                       = TP-SEG-MEDIA (WS-IDX-PS) *
                                         (100 + WS-PCT-EXCESSO) / 100
               IF TP-SEG-LIMITE (WS-IDX-PS)
                                       LESS TP-SEG-MEDIA (WS-IDX-PS)
                                            + 60
                   COMPUTE TP-SEG-LIMITE (WS-IDX-PS)
                                       = TP-SEG-MEDIA (WS-IDX-PS) + 60
               END-IF
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-CT-ACIMA.
      *
           MOVE ZEROS                  TO WS-IDX-EX.
      *
           PERFORM UNTIL WS-IDX-EX     GREATER OR EQUAL WS-CT-EXEC
               ADD 1                   TO WS-IDX-EX
               MOVE TE-IX-PASSO (WS-IDX-EX)
                                       TO WS-IDX-PS
               IF TP-QT-EXEC (WS-IDX-PS)
                                       GREATER OR EQUAL 3 AND
                  TE-SEG-DURACAO (WS-IDX-EX)
                                       GREATER TP-SEG-LIMITE (WS-IDX-PS)
                   MOVE 'S'            TO TE-SW-ACIMA (WS-IDX-EX)
                   ADD 1               TO TP-QT-ACIMA (WS-IDX-PS)
                   ADD 1               TO WS-CT-ACIMA
               END-IF
           END-PERFORM.
      *
           MOVE ZEROS                  TO WS-CT-FALHAS
                                          WS-CT-INTERROMP.
      *
           MOVE ZEROS                  TO WS-IDX-RD.
      *
           PERFORM UNTIL WS-IDX-RD     GREATER OR EQUAL WS-CT-RODADA
               ADD 1                   TO WS-IDX-RD
               PERFORM RTAVALIAR-RODADA
               IF CN-RODADA-FALHOU
                   ADD 1               TO WS-CT-FALHAS
               END-IF
               IF NOT TR-ENCERRADA (WS-IDX-RD)
                   ADD 1               TO WS-CT-INTERROMP
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTAPURAR-PASSOS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVALIAR A SITUACAO DA RODADA WS-IDX-RD          *
      ******************************************************************
       RTAVALIAR-RODADA                SECTION.
      ******************************************************************
      *
           SET CN-RODADA-OK            TO TRUE.
      *
           EVALUATE TRUE
               WHEN NOT TR-ENCERRADA (WS-IDX-RD)
                   SET CN-RODADA-FALHOU
                                       TO TRUE
                   MOVE 'INTERROMPIDA'  TO WS-TX-SITUACAO
               WHEN TR-COD-RETORNO (WS-IDX-RD)
                                       GREATER 004
                   SET CN-RODADA-FALHOU
                                       TO TRUE
                   MOVE 'COM ERRO'     TO WS-TX-SITUACAO
               WHEN TR-COD-RETORNO (WS-IDX-RD)
                                       GREATER ZEROS
                   MOVE 'COM AVISO'    TO WS-TX-SITUACAO
               WHEN OTHER
                   MOVE 'NORMAL'       TO WS-TX-SITUACAO
           END-EVALUATE.
      *
      ******************************************************************
       RTAVALIAR-RODADA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O RELATORIO (SYS125)                   *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS125.
      *
           IF CN-SYS125-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS125   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA
                                          WS-CT-LINHA.
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           PERFORM RTIMPRIMIR-RODADAS.
      *
           PERFORM RTIMPRIMIR-PASSOS.
      *
           PERFORM RTIMPRIMIR-ACIMA.
      *
           PERFORM RTIMPRIMIR-FALHAS.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
           CLOSE SYS125.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LISTA DAS RODADAS                    *
      ******************************************************************
       RTIMPRIMIR-RODADAS              SECTION.
      ******************************************************************
      *
           MOVE '  >>> RODADAS ANALISADAS'
                                       TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  DATA       DIA  INICIO     DURACAO  PASSOS  '
                  'FALHAS   RC  SITUACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-IDX-RD.
      *
           PERFORM UNTIL WS-IDX-RD     GREATER OR EQUAL WS-CT-RODADA
               ADD 1                   TO WS-IDX-RD
               PERFORM RTIMPRIMIR-RODADA
           END-PERFORM.
      *
      ******************************************************************
       RTIMPRIMIR-RODADAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DA RODADA WS-IDX-RD            *
      ******************************************************************
       RTIMPRIMIR-RODADA               SECTION.
      ******************************************************************
      *
           PERFORM RTAVALIAR-RODADA.
      *
           PERFORM RTFORMATAR-RODADA.
      *
           MOVE TR-SEG-DURACAO (WS-IDX-RD)
                                       TO WS-SEG-FMT.
           PERFORM RTFORMATAR-DURACAO.
      *
           IF NOT TR-ENCERRADA (WS-IDX-RD)
               MOVE '       -'        TO WS-TX-DURACAO
           END-IF.
      *
           MOVE TR-QT-PASSOS (WS-IDX-RD)
                                       TO WS-QT-ED.
           MOVE TR-QT-FALHAS (WS-IDX-RD)
                                       TO WS-QT-ED2.
           IF TR-ENCERRADA (WS-IDX-RD)
               MOVE TR-COD-RETORNO (WS-IDX-RD)
                                       TO WS-RC-ED
           ELSE
               MOVE '  -'              TO WS-RC-ED
           END-IF.
      *
           STRING '  '                WS-TX-DATA
                  ' '                 WS-NM-DIA (WS-IDX-DIA)
                  '  '                WS-TX-HORA
                  '  '                WS-TX-DURACAO
                  '   '               WS-QT-ED
                  '   '               WS-QT-ED2
                  '  '                WS-RC-ED
                  '  '                WS-TX-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-RODADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FORMATAR DATA E HORA DE INICIO DA RODADA        *
      ******************************************************************
       RTFORMATAR-RODADA               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-TX-DATA
                                          WS-TX-HORA.
      *
           COMPUTE WS-IDX-DIA          = TR-DIA-SEMANA (WS-IDX-RD) + 1.
      *
           STRING TR-DT-RODADA (WS-IDX-RD) (7:2) '/'
                  TR-DT-RODADA (WS-IDX-RD) (5:2) '/'
                  TR-DT-RODADA (WS-IDX-RD) (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-TX-DATA.
      *
           STRING TR-HR-RODADA (WS-IDX-RD) (1:2) ':'
                  TR-HR-RODADA (WS-IDX-RD) (3:2) ':'
                  TR-HR-RODADA (WS-IDX-RD) (5:2)
                                       DELIMITED BY SIZE
                                       INTO WS-TX-HORA.
      *
      ******************************************************************
       RTFORMATAR-RODADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FORMATAR SEGUNDOS EM HH:MM:SS                   *
      ******************************************************************
       RTFORMATAR-DURACAO              SECTION.
      ******************************************************************
      *
           IF WS-SEG-FMT               GREATER 359999
               MOVE 359999             TO WS-SEG-FMT
           END-IF.
      *
           DIVIDE WS-SEG-FMT           BY 3600
                                       GIVING WS-HORAS-FMT
                                       REMAINDER WS-RESTO-FMT.
      *
           DIVIDE WS-RESTO-FMT         BY 60
                                       GIVING WS-MINUTOS-FMT
                                       REMAINDER WS-SEGUNDOS-FMT.
      *
           MOVE SPACES                 TO WS-TX-DURACAO.
      *
           STRING WS-HORAS-FMT ':' WS-MINUTOS-FMT ':' WS-SEGUNDOS-FMT
                                       DELIMITED BY SIZE
                                       INTO WS-TX-DURACAO.
      *
      ******************************************************************
       RTFORMATAR-DURACAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A DURACAO E AS FALHAS POR PASSO        *
      ******************************************************************
       RTIMPRIMIR-PASSOS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE '  >>> DURACAO E FALHAS POR PASSO'
                                       TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  PASSO    PROGRAMA   EXEC     MEDIA    MAXIMA  '
                  'ACIMA  AVISOS  FALHAS   FALHAS POR DIA: '
                  'DOM SEG TER QUA QUI SEX SAB'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-IDX-PS.
      *
           PERFORM UNTIL WS-IDX-PS     GREATER OR EQUAL WS-CT-PASSO
               ADD 1                   TO WS-IDX-PS
               PERFORM RTIMPRIMIR-PASSO
           END-PERFORM.
      *
      ******************************************************************
       RTIMPRIMIR-PASSOS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DO PASSO WS-IDX-PS             *
      ******************************************************************
       RTIMPRIMIR-PASSO                SECTION.
      ******************************************************************
      *
           MOVE TP-SEG-MAXIMO (WS-IDX-PS)
                                       TO WS-SEG-FMT.
           PERFORM RTFORMATAR-DURACAO.
           MOVE WS-TX-DURACAO          TO WS-TX-DURACAO2.
      *
           MOVE TP-SEG-MEDIA (WS-IDX-PS)
                                       TO WS-SEG-FMT.
           PERFORM RTFORMATAR-DURACAO.
      *
           MOVE TP-QT-EXEC (WS-IDX-PS) TO WS-QT-ED.
           MOVE TP-QT-ACIMA (WS-IDX-PS)
                                       TO WS-QT-ED2.
           MOVE TP-QT-AVISO (WS-IDX-PS)
                                       TO WS-QT-ED3.
           MOVE TP-QT-FALHA (WS-IDX-PS)
                                       TO WS-QT-ED4.
      *
           MOVE SPACES                 TO WS-TX-SEMANA.
           MOVE 1                      TO WS-PTR.
      *
           MOVE ZEROS                  TO WS-IDX-ORDEM.
      *
           PERFORM UNTIL WS-IDX-ORDEM  GREATER OR EQUAL 7
               ADD 1                   TO WS-IDX-ORDEM
               MOVE WS-ORDEM-DIA (WS-IDX-ORDEM)
                                       TO WS-IDX-DIA
               MOVE TP-FALHA-DIA (WS-IDX-PS WS-IDX-DIA)
                                       TO WS-DIA-ED
               STRING WS-DIA-ED ' '    DELIMITED BY SIZE
                                       INTO WS-TX-SEMANA
                                       WITH POINTER WS-PTR
           END-PERFORM.
      *
           STRING '  '                TP-PASSO (WS-IDX-PS)
                  ' '                 TP-PROGRAMA (WS-IDX-PS)
                  '  '                WS-QT-ED
                  '  '                WS-TX-DURACAO
                  '  '                WS-TX-DURACAO2
                  '  '                WS-QT-ED2
                  '   '               WS-QT-ED3
                  '   '               WS-QT-ED4
                  '                   '
                  WS-TX-SEMANA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-PASSO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR AS EXECUCOES ACIMA DA DURACAO USUAL    *
      ******************************************************************
       RTIMPRIMIR-ACIMA                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE WS-PCT-EXCESSO         TO WS-PCT-ED.
      *
           STRING '  >>> EXECUCOES ACIMA DA DURACAO USUAL (MEDIA DO '
                  'PASSO + ' WS-PCT-ED '%, NO MINIMO 60 SEGUNDOS A '
                  'MAIS, PASSO COM 3 OU MAIS EXECUCOES)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  DATA       DIA  INICIO    PASSO    PROGRAMA   '
                  'DURACAO     MEDIA  EXCESSO%'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-CT-IMPRESSOS.
      *
           MOVE ZEROS                  TO WS-IDX-EX.
      *
           PERFORM UNTIL WS-IDX-EX     GREATER OR EQUAL WS-CT-EXEC
               ADD 1                   TO WS-IDX-EX
               IF TE-ACIMA-USUAL (WS-IDX-EX)
                   PERFORM RTIMPRIMIR-EXCESSO
               END-IF
           END-PERFORM.
      *
           IF WS-CT-IMPRESSOS          EQUAL ZEROS
               MOVE '  NENHUMA EXECUCAO ACIMA DA DURACAO USUAL'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-ACIMA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA EXECUCAO ACIMA DA DURACAO USUAL    *
      ******************************************************************
       RTIMPRIMIR-EXCESSO              SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-CT-IMPRESSOS.
      *
           MOVE TE-IX-RODADA (WS-IDX-EX)
                                       TO WS-IDX-RD.
           MOVE TE-IX-PASSO (WS-IDX-EX)
                                       TO WS-IDX-PS.
      *
           PERFORM RTFORMATAR-RODADA.
      *
           MOVE SPACES                 TO WS-TX-HORA.
      *
           STRING TE-HR-INICIO (WS-IDX-EX) (1:2) ':'
                  TE-HR-INICIO (WS-IDX-EX) (3:2) ':'
                  TE-HR-INICIO (WS-IDX-EX) (5:2)
                                       DELIMITED BY SIZE
                                       INTO WS-TX-HORA.
      *
           MOVE TP-SEG-MEDIA (WS-IDX-PS)
                                       TO WS-SEG-FMT.
           PERFORM RTFORMATAR-DURACAO.
           MOVE WS-TX-DURACAO          TO WS-TX-DURACAO2.
      *
           MOVE TE-SEG-DURACAO (WS-IDX-EX)
                                       TO WS-SEG-FMT.
           PERFORM RTFORMATAR-DURACAO.
      *
           IF TP-SEG-MEDIA (WS-IDX-PS) GREATER ZEROS
               COMPUTE WS-EXCESSO      = (TE-SEG-DURACAO (WS-IDX-EX) -
                                          TP-SEG-MEDIA (WS-IDX-PS)) *
                                         100 / TP-SEG-MEDIA (WS-IDX-PS)
               IF WS-EXCESSO           GREATER 9999
                   MOVE 9999           TO WS-EXCESSO
               END-IF
           ELSE
               MOVE 9999               TO WS-EXCESSO
           END-IF.
      *
           MOVE WS-EXCESSO             TO WS-QT-ED.
      *
           STRING '  '                WS-TX-DATA
                  ' '                 WS-NM-DIA (WS-IDX-DIA)
                  '  '                WS-TX-HORA
                  '  '                TP-PASSO (WS-IDX-PS)
                  ' '                 TP-PROGRAMA (WS-IDX-PS)
                  '  '                WS-TX-DURACAO
                  '  '                WS-TX-DURACAO2
                  '     '             WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-EXCESSO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR AS RODADAS COM FALHA E SEUS PASSOS     *
      ******************************************************************
       RTIMPRIMIR-FALHAS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE '  >>> RODADAS COM FALHA (CODIGO GERAL ACIMA DE 004 OU S
      -         'EM REGISTRO DE FIM)'  TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-CT-IMPRESSOS.
      *
           MOVE ZEROS                  TO WS-IDX-RD.
      *
           PERFORM UNTIL WS-IDX-RD     GREATER OR EQUAL WS-CT-RODADA
               ADD 1                   TO WS-IDX-RD
               PERFORM RTAVALIAR-RODADA
               IF CN-RODADA-FALHOU
                   PERFORM RTIMPRIMIR-FALHA
               END-IF
           END-PERFORM.
      *
           IF WS-CT-IMPRESSOS          EQUAL ZEROS
               MOVE '  NENHUMA RODADA COM FALHA'
                                       TO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-FALHAS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A RODADA COM FALHA WS-IDX-RD           *
      ******************************************************************
       RTIMPRIMIR-FALHA                SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-CT-IMPRESSOS.
      *
           PERFORM RTFORMATAR-RODADA.
      *
           IF TR-ENCERRADA (WS-IDX-RD)
               MOVE TR-COD-RETORNO (WS-IDX-RD)
                                       TO WS-RC-ED
           ELSE
               MOVE '  -'              TO WS-RC-ED
           END-IF.
      *
           STRING '  '                WS-TX-DATA
                  ' '                 WS-NM-DIA (WS-IDX-DIA)
                  '  '                WS-TX-HORA
                  '  RC: '            WS-RC-ED
                  '  '                WS-TX-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE ZEROS                  TO WS-IDX-EX.
      *
           PERFORM UNTIL WS-IDX-EX     GREATER OR EQUAL WS-CT-EXEC
               ADD 1                   TO WS-IDX-EX
               IF TE-IX-RODADA (WS-IDX-EX)
                                       EQUAL WS-IDX-RD AND
                  TE-COD-RETORNO (WS-IDX-EX)
                                       GREATER 004
                   MOVE TE-IX-PASSO (WS-IDX-EX)
                                       TO WS-IDX-PS
                   MOVE TE-COD-RETORNO (WS-IDX-EX)
                                       TO WS-RC-ED
                   STRING '      PASSO: '  TP-PASSO (WS-IDX-PS)
                          '  PROGRAMA: '   TP-PROGRAMA (WS-IDX-PS)
                          '  RC: '         WS-RC-ED
                          '  '             TE-MSG (WS-IDX-EX)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                   PERFORM RTGRAVAR-LINHA
               END-IF
           END-PERFORM.
      *
           IF NOT TR-ENCERRADA (WS-IDX-RD)
               STRING '      SEM REGISTRO DE FIM (INTERROMPIDA OU '
                      'AINDA EM EXECUCAO) - ULTIMO PASSO GRAVADO: '
                      TR-ULT-PASSO (WS-IDX-RD)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-FALHA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS E A LEGENDA                  *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE WS-CT-RODADA           TO WS-QT-ED.
           MOVE WS-CT-FALHAS           TO WS-QT-ED2.
           MOVE WS-CT-INTERROMP        TO WS-QT-ED3.
           MOVE WS-CT-ACIMA            TO WS-QT-ED4.
      *
           STRING '  TOTAL: '         WS-QT-ED
                  ' RODADAS,'         WS-QT-ED2
                  ' COM FALHA ('      WS-QT-ED3
                  ' SEM REGISTRO DE FIM),' WS-QT-ED4
                  ' EXECUCOES ACIMA DA DURACAO USUAL'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  RC DO PASSO: 000 NORMAL, 004 AVISO (MENSAGEM '
                  'DIFERENTE DE SUCESSO), 008 ERRO (MENSAGEM DE ERRO, '
                  'PARM INVALIDO OU PASSO DESCONHECIDO).'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  RC DA RODADA: O MAIOR DOS PASSOS, DEVOLVIDO AO '
                  'AGENDADOR PELO ATV23 (933/948 = FALHA NOS ARQUIVOS '
                  'DO PROPRIO DRIVER).'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
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
           WRITE FD-SYS125             FROM WS-LINHA-REL.
      *
           IF CN-SYS125-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS125   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
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
           MOVE WS-QT-RODADAS          TO WS-QT-ED5.
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2.
      *
           STRING '        HISTORICO DE EXECUCAO DA RODADA NOTURNA '
                  '(ATV23) - SYS125'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     ULTIMAS '     WS-QT-ED5 ' RODADAS'
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           WRITE FD-SYS125             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS125             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS125.
      *
           WRITE FD-SYS125.
      *
           IF CN-SYS125-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS125   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
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
           MOVE WS-CT-RODADA           TO WS-QT-ED.
           MOVE WS-CT-FALHAS           TO WS-QT-ED2.
           MOVE WS-CT-ACIMA            TO WS-QT-ED3.
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
