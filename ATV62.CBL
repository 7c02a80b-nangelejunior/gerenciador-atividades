      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV62.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV62                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# IMPORTACAO DE RESPOSTAS DE PENDENCIAS        *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LE AS RESPOSTAS DE *
      *                       PENDENCIAS DEVOLVIDAS PELO HELP-DESK     *
      *                       (SYS098), LOCALIZA A SS/ST DO CHAMADO    *
      *                       NA REFERENCIA CRUZADA SYS056, GRAVA A    *
      *                       RESPOSTA NA PENDENCIA ABERTA MAIS ANTIGA *
      *                       DA ATIVIDADE (SYS044) E, COMO O ATV16,   *
      *                       DEVOLVE AO STATUS 2 A ATIVIDADE EM       *
      *                       STATUS 3 SEM OUTRA PENDENCIA ABERTA,     *
      *                       COM A TRANSICAO NA TRILHA SYS088 - AS    *
      *                       REJEICOES VAO PARA O SYS099 COM O MOTIVO *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS098 (UMA LINHA POR RESPOSTA):                 *
      *      NR-CHAMADO  X(10)                                        *
      *      TX-RESPOSTA X(60)                                        *
      *      DT-RESPOSTA X(08)   AAAAMMDD - EM BRANCO ASSUME A DATA   *
      *                          DA IMPORTACAO                        *
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
           SELECT  SYS044    ASSIGN    TO 'SYS044.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PD-CHAVE-PEND
                     FILE STATUS IS WS-STATUS-SYS044.
      *
           SELECT  SYS056    ASSIGN    TO 'SYS056.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS056.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
      *
           SELECT  SYS098    ASSIGN    TO 'SYS098.TXT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS098.
      *
           SELECT  SYS099    ASSIGN    TO 'SYS099.TXT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS099.
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
       FD          SYS044
                              DATA RECORD PD-SYS044.
      *
       01          PD-SYS044.
      *
           COPY WATV04                 REPLACING ==::== BY ==PD==.
      *
       FD          SYS056
                              RECORDING MODE IS F
                              DATA RECORD XR-SYS056
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          XR-SYS056.
      *
           COPY WATV15                 REPLACING ==::== BY ==XR==.
      *
       FD          SYS088
                              DATA RECORD TS-SYS088.
      *
       01          TS-SYS088.
      *
           COPY WATV29                 REPLACING ==::== BY ==TS==.
      *
       FD          SYS098
                              RECORDING MODE IS F
                              DATA RECORD HR-SYS098
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          HR-SYS098.
           03      HR-NR-CHAMADO   PIC     X(10).
           03      HR-TX-RESPOSTA  PIC     X(60).
           03      HR-DT-RESPOSTA  PIC     X(08).
      *
       FD          SYS099
                              RECORDING MODE IS F
                              DATA RECORD RJ-SYS099
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          RJ-SYS099.
           03      RJ-MOTIVO       PIC     X(40).
           03      RJ-REGISTRO     PIC     X(78).
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
             05    AC-LIDOS        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-GRAVADAS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-REJEITADOS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-DEVOLVIDAS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PEND-ABERTAS PIC    S9(03) COMP-3  VALUE ZEROS.
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
             05    WS-CT-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-TECLA        PIC     X(02).
               88  CN-ESC                                VALUE '01'.
               88  CN-PF12                               VALUE '93'.
             05    WS-SW-REGISTRO  PIC     X(01)         VALUE 'S'.
               88  CN-REGISTRO-OK                        VALUE 'S'.
               88  CN-REGISTRO-NOK                       VALUE 'N'.
             05    WS-SW-ACHOU     PIC     X(01)         VALUE 'N'.
               88  CN-CHAMADO-ACHADO                     VALUE 'S'.
               88  CN-CHAMADO-NAO-ACHADO                 VALUE 'N'.
             05    WS-SW-PENDENCIA PIC     X(01)         VALUE 'N'.
               88  CN-PENDENCIA-ACHADA                   VALUE 'S'.
               88  CN-PENDENCIA-NAO-ACHADA               VALUE 'N'.
             05    WS-SW-FIM-PEND  PIC     X(01)         VALUE 'N'.
               88  CN-FIM-PEND                           VALUE 'S'.
               88  CN-NAO-FIM-PEND                       VALUE 'N'.
             05    WS-SS-CHAMADO   PIC     9(06)         VALUE ZEROS.
             05    WS-ST-CHAMADO   PIC     9(06)         VALUE ZEROS.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-LIDOS-ED     PIC     ZZZZ9         VALUE ZEROS.
             05    WS-GRAVADAS-ED  PIC     ZZZZ9         VALUE ZEROS.
             05    WS-REJEITADOS-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-DEVOLVIDAS-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DA TABELA DE REFERENCIA DE CHAMADOS (SYS056)           *
      ******************************************************************
           03      WS-AREA-CHAMADOS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=CHAMADOS='.
             05    WS-CT-CHAMADOS  PIC     9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-CHM      PIC     9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-CHAMADOS OCCURS  2000 TIMES.
               07  TC-NR-CHAMADO   PIC     X(10).
               07  TC-SS           PIC     9(06).
               07  TC-ST           PIC     9(06).
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
               88  CN-SYS010-BUSY                        VALUE '61'.
               88  CN-SYS010-LOCKED                      VALUE '51'.
      *
             05    WS-STATUS-SYS044
                                   PIC     X(02).
               88  CN-SYS044-OK                          VALUE '00'.
               88  CN-SYS044-DPL                         VALUE '02'.
               88  CN-SYS044-NOK                         VALUE '23'.
               88  CN-SYS044-EOF                         VALUE '10'.
               88  CN-SYS044-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS056
                                   PIC     X(02).
               88  CN-SYS056-OK                          VALUE '00'.
               88  CN-SYS056-NOK                         VALUE '23'.
               88  CN-SYS056-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-DUP                         VALUE '22'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS098
                                   PIC     X(02).
               88  CN-SYS098-OK                          VALUE '00'.
               88  CN-SYS098-EOF                         VALUE '10'.
               88  CN-SYS098-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS099
                                   PIC     X(02).
               88  CN-SYS099-OK                          VALUE '00'.
               88  CN-SYS099-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.901I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.902I - ARQUIVO DE RESPOSTAS SYS098 AUSENTE '.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.903I - ERRO NO READ ARQ. SYS098    STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.904I - ERRO NO REWRITE ARQ. SYS010 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.905I - ERRO NO WRITE ARQ. SYS099   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.906I - ERRO NO ARQ. SYS044         STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.907I - ERRO NO ARQ. SYS056         STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.908I - TABELA DE CHAMADOS SYS056 EXCEDIDA  '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.909I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-909   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.910I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-910   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV62.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE PARAMETROS DO SISTEMA (SYS106)                      *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=PARAMETROS='.
             05    WS-MAX-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE 10.
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
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
      ******************************************************************
      *    AREA DO MOTIVO DE REJEICAO                                  *
      ******************************************************************
       01          WS-MOTIVO-REJ   PIC     X(40)         VALUE SPACES.
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
      *    BORDA SUPERIOR                                              *
      ******************************************************************
           03      SC-SUPERIOR.
             05    LINE 02 COLUMN 02                     VALUE
                   '
      -            'ͻ'.
      *
      ******************************************************************
      *    BORDA ESQUERDA                                              *
      ******************************************************************
           03      SC-ESQUERDA.
             05    LINE 03 COLUMN 02                     VALUE ''.
             05    LINE 04 COLUMN 02                     VALUE ''.
             05    LINE 05 COLUMN 02                     VALUE ''.
             05    LINE 06 COLUMN 02                     VALUE ''.
             05    LINE 07 COLUMN 02                     VALUE ''.
             05    LINE 08 COLUMN 02                     VALUE ''.
             05    LINE 09 COLUMN 02                     VALUE ''.
             05    LINE 10 COLUMN 02                     VALUE ''.
             05    LINE 11 COLUMN 02                     VALUE ''.
             05    LINE 12 COLUMN 02                     VALUE ''.
             05    LINE 13 COLUMN 02                     VALUE ''.
             05    LINE 14 COLUMN 02                     VALUE ''.
             05    LINE 15 COLUMN 02                     VALUE ''.
             05    LINE 16 COLUMN 02                     VALUE ''.
             05    LINE 17 COLUMN 02                     VALUE ''.
             05    LINE 18 COLUMN 02                     VALUE ''.
             05    LINE 19 COLUMN 02                     VALUE ''.
             05    LINE 20 COLUMN 02                     VALUE ''.
             05    LINE 21 COLUMN 02                     VALUE ''.
             05    LINE 22 COLUMN 02                     VALUE ''.
             05    LINE 23 COLUMN 02                     VALUE ''.
      *
      ******************************************************************
      *    BORDA DIREITA                                               *
      ******************************************************************
           03      SC-DIREITA.
             05    LINE 03 COLUMN 79                     VALUE ''.
             05    LINE 04 COLUMN 79                     VALUE ''.
             05    LINE 05 COLUMN 79                     VALUE ''.
             05    LINE 06 COLUMN 79                     VALUE ''.
             05    LINE 07 COLUMN 79                     VALUE ''.
             05    LINE 08 COLUMN 79                     VALUE ''.
             05    LINE 09 COLUMN 79                     VALUE ''.
             05    LINE 10 COLUMN 79                     VALUE ''.
             05    LINE 11 COLUMN 79                     VALUE ''.
             05    LINE 12 COLUMN 79                     VALUE ''.
             05    LINE 13 COLUMN 79                     VALUE ''.
             05    LINE 14 COLUMN 79                     VALUE ''.
             05    LINE 15 COLUMN 79                     VALUE ''.
             05    LINE 16 COLUMN 79                     VALUE ''.
             05    LINE 17 COLUMN 79                     VALUE ''.
             05    LINE 18 COLUMN 79                     VALUE ''.
             05    LINE 19 COLUMN 79                     VALUE ''.
             05    LINE 20 COLUMN 79                     VALUE ''.
             05    LINE 21 COLUMN 79                     VALUE ''.
             05    LINE 22 COLUMN 79                     VALUE ''.
             05    LINE 23 COLUMN 79                     VALUE ''.
      *
      ******************************************************************
      *    BORDA INFERIOR                                              *
      ******************************************************************
           03      SC-INFERIOR.
             05    LINE 24 COLUMN 02                     VALUE
                   '
      -            'ͼ'.
      *
      ******************************************************************
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 04 COLUMN 14                     VALUE
                   ' *** RESPOSTAS DE PENDENCIAS DO HELP-DESK ***     '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-ORIENTACAO.
             05    LINE 07 COLUMN 08                     VALUE
                   'IMPORTA O ARQUIVO SYS098.TXT PARA O SYS044.DAT'.
             05    LINE 08 COLUMN 08                     VALUE
                   'REJEICOES EM SYS099.TXT'.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'RESPOSTAS LIDAS....................: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-LIDOS-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'PENDENCIAS RESPONDIDAS.............: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-GRAVADAS-ED.
             05    LINE 15 COLUMN 08                     VALUE
                   'RESPOSTAS REJEITADAS...............: '.
             05    LINE 15 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-REJEITADOS-ED.
             05    LINE 17 COLUMN 08                     VALUE
                   'ATIVIDADES DEVOLVIDAS AO STATUS 2..: '.
             05    LINE 17 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-DEVOLVIDAS-ED.
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
           PERFORM RTOBTER-CONFIRMACAO.
      *
           IF CN-PF12
               PERFORM RTPROCESSAR
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
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE ZEROS                  TO WS-CT-CHAMADOS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
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
           MOVE 'RETRY-SYS010'         TO CP-COD-PARAM.
           MOVE 10                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-MAX-RETRY-SYS010.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A CONFIRMACAO DO OPERADOR                 *
      ******************************************************************
       RTOBTER-CONFIRMACAO             SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - CANCELA / F12 - CONFIRMA'
                                       AT 2502.
      *
           PERFORM                     UNTIL CN-ESC OR
                                             CN-PF12
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
               ACCEPT WS-TECLA         FROM ESCAPE KEY
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CONFIRMACAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM RTCARREGAR-CHAMADOS.
      *
           PERFORM RTABRIR.
      *
           PERFORM RTLER-SYS098.
      *
           PERFORM                     UNTIL NOT CN-SYS098-OK
               ADD 1                   TO AC-LIDOS
               PERFORM RTVALIDAR
               IF CN-REGISTRO-OK
                   PERFORM RTGRAVAR-RESPOSTA
               ELSE
                   PERFORM RTREJEITAR
               END-IF
               PERFORM RTLER-SYS098
           END-PERFORM.
      *
           PERFORM RTFECHAR.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR A REFERENCIA DE CHAMADOS (SYS056)      *
      ******************************************************************
       RTCARREGAR-CHAMADOS             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-CHAMADOS.
      *
           OPEN INPUT SYS056.
      *
           EVALUATE TRUE
               WHEN CN-SYS056-OK
                   READ SYS056
                   PERFORM UNTIL NOT CN-SYS056-OK
                       IF WS-CT-CHAMADOS
                                       LESS 2000
                           ADD 1       TO WS-CT-CHAMADOS
                           MOVE XR-NR-CHAMADO
                                       TO TC-NR-CHAMADO (WS-CT-CHAMADOS)
                           MOVE XR-SS  TO TC-SS (WS-CT-CHAMADOS)
                           MOVE XR-ST  TO TC-ST (WS-CT-CHAMADOS)
                       ELSE
                           MOVE WS-MSGARQ-908
                                       TO WS-MSG
                           CLOSE SYS056
                           PERFORM RTFINALIZAR
                       END-IF
                       READ SYS056
                   END-PERFORM
                   CLOSE SYS056
               WHEN CN-SYS056-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS056
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-CHAMADOS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR OS ARQUIVOS                               *
      ******************************************************************
       RTABRIR                         SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS098.
      *
           EVALUATE TRUE
               WHEN CN-SYS098-OK
                   CONTINUE
               WHEN CN-SYS098-INEXISTENTE
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS098
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               CLOSE SYS098
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN I-O SYS044.
      *
           IF CN-SYS044-INEXISTENTE
               OPEN OUTPUT SYS044
               CLOSE SYS044
               OPEN I-O SYS044
           END-IF.
      *
           IF CN-SYS044-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS044   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               CLOSE SYS010
                     SYS098
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN I-O SYS088.
      *
           IF CN-SYS088-INEXISTENTE
               OPEN OUTPUT SYS088
               CLOSE SYS088
               OPEN I-O SYS088
           END-IF.
      *
           IF CN-SYS088-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-909
               MOVE WS-MSGARQ-909      TO WS-MSG
               CLOSE SYS010
                     SYS044
                     SYS098
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN OUTPUT SYS099.
      *
           IF CN-SYS099-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS099   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               CLOSE SYS010
                     SYS044
                     SYS088
                     SYS098
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTABRIR-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O ARQUIVO DE RESPOSTAS (SYS098)             *
      ******************************************************************
       RTLER-SYS098                    SECTION.
      ******************************************************************
      *
           READ SYS098.
      *
           EVALUATE TRUE
               WHEN CN-SYS098-OK
               WHEN CN-SYS098-EOF
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS098
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS098-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR A RESPOSTA                              *
      ******************************************************************
       RTVALIDAR                       SECTION.
      ******************************************************************
      *
           SET CN-REGISTRO-OK          TO TRUE.
      *
           MOVE SPACES                 TO WS-MOTIVO-REJ.
      *
           IF HR-TX-RESPOSTA           EQUAL SPACES
               SET CN-REGISTRO-NOK     TO TRUE
               MOVE 'TEXTO DA RESPOSTA EM BRANCO'
                                       TO WS-MOTIVO-REJ
           END-IF.
      *
           IF CN-REGISTRO-OK
               PERFORM RTLOCALIZAR-CHAMADO
               IF CN-CHAMADO-NAO-ACHADO
                   SET CN-REGISTRO-NOK TO TRUE
                   MOVE 'CHAMADO DESCONHECIDO (SYS056)'
                                       TO WS-MOTIVO-REJ
               END-IF
           END-IF.
      *
           IF CN-REGISTRO-OK
               MOVE WS-SS-CHAMADO      TO FD-SS
               MOVE WS-ST-CHAMADO      TO FD-ST
               READ SYS010             INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-STATUS-CONCLUIDO OR
                          WS-STATUS-CANCELADO
                           SET CN-REGISTRO-NOK
                                       TO TRUE
                           MOVE 'ATIVIDADE CONCLUIDA OU CANCELADA'
                                       TO WS-MOTIVO-REJ
                       END-IF
      *            FORA DO SYS010 A ATIVIDADE JA FOI ARQUIVADA, O QUE
      *            SO ACONTECE COM ATIVIDADE CONCLUIDA OU CANCELADA.
                   WHEN CN-SYS010-NOK
                       SET CN-REGISTRO-NOK
                                       TO TRUE
                       MOVE 'ATIVIDADE CONCLUIDA OU CANCELADA'
                                       TO WS-MOTIVO-REJ
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-910
                       MOVE WS-MSGARQ-910
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-IF.
      *
           IF CN-REGISTRO-OK
               PERFORM RTLOCALIZAR-PENDENCIA
               IF CN-PENDENCIA-NAO-ACHADA
                   SET CN-REGISTRO-NOK TO TRUE
                   MOVE 'ATIVIDADE SEM PENDENCIA ABERTA'
                                       TO WS-MOTIVO-REJ
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A SS/ST DO CHAMADO NA TABELA (SYS056)     *
      ******************************************************************
       RTLOCALIZAR-CHAMADO             SECTION.
      ******************************************************************
      *
           SET CN-CHAMADO-NAO-ACHADO   TO TRUE.
      *
           MOVE ZEROS                  TO WS-IDX-CHM.
      *
           PERFORM UNTIL WS-IDX-CHM    GREATER OR EQUAL WS-CT-CHAMADOS
                      OR CN-CHAMADO-ACHADO
               ADD 1                   TO WS-IDX-CHM
               IF TC-NR-CHAMADO (WS-IDX-CHM)
                                       EQUAL HR-NR-CHAMADO
                   SET CN-CHAMADO-ACHADO
                                       TO TRUE
                   MOVE TC-SS (WS-IDX-CHM)
                                       TO WS-SS-CHAMADO
                   MOVE TC-ST (WS-IDX-CHM)
                                       TO WS-ST-CHAMADO
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTLOCALIZAR-CHAMADO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR A PENDENCIA ABERTA MAIS ANTIGA        *
      *    A SEQUENCIA DO SYS044 E CRESCENTE, LOGO A PRIMEIRA SEM      *
      *    RESPOSTA NA ORDEM DA CHAVE E A MAIS ANTIGA                  *
      ******************************************************************
       RTLOCALIZAR-PENDENCIA           SECTION.
      ******************************************************************
      *
           SET CN-PENDENCIA-NAO-ACHADA TO TRUE.
           SET CN-NAO-FIM-PEND         TO TRUE.
      *
           MOVE WS-SS-CHAMADO          TO PD-SS.
           MOVE WS-ST-CHAMADO          TO PD-ST.
           MOVE ZEROS                  TO PD-SEQ.
      *
           START SYS044         KEY IS GREATER THAN OR
                                       EQUAL PD-CHAVE-PEND
               INVALID KEY
                   SET CN-FIM-PEND     TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-FIM-PEND   OR
                         CN-PENDENCIA-ACHADA
               READ SYS044 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS044-OK
                   WHEN CN-SYS044-DPL
                       IF PD-SS        EQUAL WS-SS-CHAMADO AND
                          PD-ST        EQUAL WS-ST-CHAMADO
                           IF PD-DT-RESPOSTA
                                       EQUAL SPACES
                               SET CN-PENDENCIA-ACHADA
                                       TO TRUE
                           END-IF
                       ELSE
                           SET CN-FIM-PEND
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS044-EOF
                       SET CN-FIM-PEND TO TRUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-906
                       MOVE WS-MSGARQ-906
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTLOCALIZAR-PENDENCIA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A RESPOSTA NA PENDENCIA (SYS044)         *
      ******************************************************************
       RTGRAVAR-RESPOSTA               SECTION.
      ******************************************************************
      *
           MOVE HR-TX-RESPOSTA         TO PD-TX-RESPOSTA.
      *
           IF HR-DT-RESPOSTA           NUMERIC
               MOVE HR-DT-RESPOSTA     TO PD-DT-RESPOSTA
           ELSE
               MOVE WS-DATA-CORR       TO PD-DT-RESPOSTA
           END-IF.
      *
           MOVE 'ATV62'                TO PD-OPER-RESPOSTA.
      *
           REWRITE PD-SYS044.
      *
           IF CN-SYS044-OK             OR CN-SYS044-DPL
               ADD 1                   TO AC-GRAVADAS
               PERFORM RTVERIFICAR-RETORNO
           ELSE
               MOVE WS-STATUS-SYS044   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-RESPOSTA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA DEVOLVER A ATIVIDADE AO STATUS 2 QUANDO A       *
      *    ULTIMA PENDENCIA ABERTA FOI RESPONDIDA (MESMA REGRA DO      *
      *    ATV16)                                                      *
      ******************************************************************
       RTVERIFICAR-RETORNO             SECTION.
      ******************************************************************
      *
           PERFORM RTCONTAR-ABERTAS.
      *
           IF AC-PEND-ABERTAS          EQUAL ZEROS
               MOVE WS-CHAVE OF WS-SYS010
                                       TO FD-CHAVE
               MOVE ZEROS              TO WS-CT-RETRY-SYS010
               READ SYS010
               PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                             WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
                   ADD 1               TO WS-CT-RETRY-SYS010
                   READ SYS010
               END-PERFORM
               IF (CN-SYS010-OK OR CN-SYS010-DPL) AND
                  FD-STATUS-AGUARD-SOLIC
                   SET FD-STATUS-ANDAMENTO
                                       TO TRUE
                   MOVE ZEROS          TO WS-CT-RETRY-SYS010
                   REWRITE FD-SYS010
                   PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                                 WS-CT-RETRY-SYS010
                                       GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
                       ADD 1           TO WS-CT-RETRY-SYS010
                       REWRITE FD-SYS010
                   END-PERFORM
                   IF CN-SYS010-OK     OR CN-SYS010-DPL
                       ADD 1           TO AC-DEVOLVIDAS
                       PERFORM RTGRAVAR-TRANSICAO
                   ELSE
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTCANCELAR
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-RETORNO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR AS PENDENCIAS AINDA SEM RESPOSTA         *
      ******************************************************************
       RTCONTAR-ABERTAS                SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-PEND-ABERTAS.
      *
           SET CN-NAO-FIM-PEND         TO TRUE.
      *
           MOVE WS-SS OF WS-SYS010     TO PD-SS.
           MOVE WS-ST OF WS-SYS010     TO PD-ST.
           MOVE ZEROS                  TO PD-SEQ.
      *
           START SYS044         KEY IS GREATER THAN OR
                                       EQUAL PD-CHAVE-PEND
               INVALID KEY
                   SET CN-FIM-PEND     TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-FIM-PEND
               READ SYS044 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS044-OK
                   WHEN CN-SYS044-DPL
                       IF PD-SS        EQUAL WS-SS OF WS-SYS010 AND
                          PD-ST        EQUAL WS-ST OF WS-SYS010
                           IF PD-DT-RESPOSTA
                                       EQUAL SPACES
                               ADD 1   TO AC-PEND-ABERTAS
                           END-IF
                       ELSE
                           SET CN-FIM-PEND
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS044-EOF
                       SET CN-FIM-PEND TO TRUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS044
                                       TO WS-RETCOD-906
                       MOVE WS-MSGARQ-906
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTCONTAR-ABERTAS-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A TRANSICAO 3 -> 2 NA TRILHA (SYS088)    *
      ******************************************************************
       RTGRAVAR-TRANSICAO              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO TS-SYS088.
      *
           MOVE WS-SS OF WS-SYS010     TO TS-SS.
           MOVE WS-ST OF WS-SYS010     TO TS-ST.
           MOVE '3'                    TO TS-STATUS-DE.
           MOVE '2'                    TO TS-STATUS-PARA.
      *
           ACCEPT TS-DT-TRANS          FROM DATE YYYYMMDD.
           ACCEPT TS-HR-TRANS          FROM TIME.
      *
           MOVE LK-OPERADOR            TO TS-OPERADOR.
           MOVE 'ATV62'                TO TS-PROGRAMA.
      *
           WRITE TS-SYS088.
      *
      *    DUAS MUDANCAS PARA O MESMO STATUS NO MESMO SEGUNDO VALEM UMA.
           IF CN-SYS088-OK             OR CN-SYS088-DUP
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-909
               MOVE WS-MSGARQ-909      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-TRANSICAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A RESPOSTA REJEITADA (SYS099)            *
      ******************************************************************
       RTREJEITAR                      SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO RJ-SYS099.
      *
           MOVE WS-MOTIVO-REJ          TO RJ-MOTIVO.
      *
           MOVE HR-SYS098              TO RJ-REGISTRO.
      *
           WRITE RJ-SYS099.
      *
           IF CN-SYS099-OK
               ADD 1                   TO AC-REJEITADOS
           ELSE
               MOVE WS-STATUS-SYS099   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTREJEITAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DOS ARQUIVOS                         *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010
                 SYS044
                 SYS088
                 SYS098
                 SYS099.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CANCELAMENTO DO PROGRAMA                        *
      ******************************************************************
       RTCANCELAR                      SECTION.
      ******************************************************************
      *
           PERFORM RTFECHAR.
      *
           PERFORM RTFINALIZAR.
      *
      ******************************************************************
       RTCANCELAR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR O RESULTADO DO PROCESSAMENTO             *
      ******************************************************************
       RTEXIBIR-RESULTADO              SECTION.
      ******************************************************************
      *
           MOVE AC-LIDOS                TO WS-LIDOS-ED.
           MOVE AC-GRAVADAS             TO WS-GRAVADAS-ED.
           MOVE AC-REJEITADOS           TO WS-REJEITADOS-ED.
           MOVE AC-DEVOLVIDAS           TO WS-DEVOLVIDAS-ED.
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-TECLA          FROM ESCAPE KEY
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
