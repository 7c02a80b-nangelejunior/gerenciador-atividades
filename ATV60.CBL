      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV60.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV60                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# IMPORTACAO DAS RESPOSTAS DA PESQUISA         *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LE AS RESPOSTAS DA *
      *                       PESQUISA DE SATISFACAO (SYS095), VALIDA  *
      *                       A CHAVE SS/ST CONTRA O CONTROLE SYS093   *
      *                       (GRAVADO PELO ATV59 NO ENVIO) E A NOTA   *
      *                       DE 1 A 5, GRAVA NOTA, COMENTARIO, DATA E *
      *                       OPERADOR NO SYS093 E REJEITA EM SYS096   *
      *                       AS CHAVES DESCONHECIDAS, JA RESPONDIDAS  *
      *                       (INCLUSIVE REPETIDAS NO MESMO ARQUIVO) E *
      *                       AS NOTAS INVALIDAS                       *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS095 (UMA LINHA POR RESPOSTA):                 *
      *      SS          9(06)   ST 9(06)                             *
      *      NOTA        X(01)   1 A 5                                *
      *      COMENTARIO  X(100)                                       *
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
           SELECT  SYS095    ASSIGN    TO 'SYS095.TXT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS095.
      *
           SELECT  SYS096    ASSIGN    TO 'SYS096.TXT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS096.
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
       FD          SYS095
                              RECORDING MODE IS F
                              DATA RECORD RS-SYS095
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          RS-SYS095.
           03      RS-CHAVE.
             05    RS-SS           PIC     X(06).
             05    RS-ST           PIC     X(06).
           03      RS-NOTA         PIC     X(01).
           03      RS-COMENTARIO   PIC     X(100).
      *
       FD          SYS096
                              RECORDING MODE IS F
                              DATA RECORD RJ-SYS096
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          RJ-SYS096.
           03      RJ-MOTIVO       PIC     X(40).
           03      RJ-REGISTRO     PIC     X(113).
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
             05    WS-SW-REGISTRO  PIC     X(01)         VALUE 'S'.
               88  CN-REGISTRO-OK                        VALUE 'S'.
               88  CN-REGISTRO-NOK                       VALUE 'N'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-LIDOS-ED     PIC     ZZZZ9         VALUE ZEROS.
             05    WS-GRAVADAS-ED  PIC     ZZZZ9         VALUE ZEROS.
             05    WS-REJEITADOS-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
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
               88  CN-SYS093-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS095
                                   PIC     X(02).
               88  CN-SYS095-OK                          VALUE '00'.
               88  CN-SYS095-EOF                         VALUE '10'.
               88  CN-SYS095-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS096
                                   PIC     X(02).
               88  CN-SYS096-OK                          VALUE '00'.
               88  CN-SYS096-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.901I - ERRO NO ARQ. SYS093         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.902I - ARQUIVO DE RESPOSTAS SYS095 AUSENTE '.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.903I - ERRO NO READ ARQ. SYS095    STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.904I - NENHUMA PESQUISA ENVIADA (SYS093)   '.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.905I - ERRO NO WRITE ARQ. SYS096   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.906I - ERRO NO REWRITE ARQ. SYS093 STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV60.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DO MOTIVO DE REJEICAO                                  *
      ******************************************************************
       01          WS-MOTIVO-REJ   PIC     X(40)         VALUE SPACES.
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
                   ' *** RESPOSTAS DA PESQUISA DE SATISFACAO ***      '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-ORIENTACAO.
             05    LINE 07 COLUMN 08                     VALUE
                   'IMPORTA O ARQUIVO SYS095.TXT PARA O SYS093.DAT'.
             05    LINE 08 COLUMN 08                     VALUE
                   'REJEICOES EM SYS096.TXT'.
           03      SC-RESULTADO.
             05    LINE 11 COLUMN 08                     VALUE
                   'RESPOSTAS LIDAS....................: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-LIDOS-ED.
             05    LINE 13 COLUMN 08                     VALUE
                   'RESPOSTAS GRAVADAS.................: '.
             05    LINE 13 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-GRAVADAS-ED.
             05    LINE 15 COLUMN 08                     VALUE
                   'RESPOSTAS REJEITADAS...............: '.
             05    LINE 15 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-REJEITADOS-ED.
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
           PERFORM RTABRIR.
      *
           PERFORM RTLER-SYS095.
      *
           PERFORM                     UNTIL NOT CN-SYS095-OK
               ADD 1                   TO AC-LIDOS
               PERFORM RTVALIDAR
               IF CN-REGISTRO-OK
                   PERFORM RTGRAVAR-RESPOSTA
               ELSE
                   PERFORM RTREJEITAR
               END-IF
               PERFORM RTLER-SYS095
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
      *    ROTINA PARA ABRIR OS ARQUIVOS                               *
      ******************************************************************
       RTABRIR                         SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS095.
      *
           EVALUATE TRUE
               WHEN CN-SYS095-OK
                   CONTINUE
               WHEN CN-SYS095-INEXISTENTE
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS095
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN I-O SYS093.
      *
           EVALUATE TRUE
               WHEN CN-SYS093-OK
                   CONTINUE
               WHEN CN-SYS093-INEXISTENTE
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   CLOSE SYS095
                   PERFORM RTFINALIZAR
               WHEN OTHER
                   MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   CLOSE SYS095
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN OUTPUT SYS096.
      *
           IF CN-SYS096-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS096   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               CLOSE SYS093
                     SYS095
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTABRIR-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O ARQUIVO DE RESPOSTAS (SYS095)             *
      ******************************************************************
       RTLER-SYS095                    SECTION.
      ******************************************************************
      *
           READ SYS095.
      *
           EVALUATE TRUE
               WHEN CN-SYS095-OK
               WHEN CN-SYS095-EOF
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS095
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS095-EXIT.              EXIT.
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
           IF RS-SS                    NOT NUMERIC OR
              RS-ST                    NOT NUMERIC
               SET CN-REGISTRO-NOK     TO TRUE
               MOVE 'CHAVE SS/ST NAO NUMERICA'
                                       TO WS-MOTIVO-REJ
           END-IF.
      *
           IF CN-REGISTRO-OK
               MOVE RS-SS              TO PQ-SS
               MOVE RS-ST              TO PQ-ST
               READ SYS093
               EVALUATE TRUE
                   WHEN CN-SYS093-OK
                       IF PQ-PESQ-RESPONDIDA
                           SET CN-REGISTRO-NOK
                                       TO TRUE
                           MOVE 'PESQUISA JA RESPONDIDA (DUPLICADA)'
                                       TO WS-MOTIVO-REJ
                       END-IF
                   WHEN CN-SYS093-NOK
                       SET CN-REGISTRO-NOK
                                       TO TRUE
                       MOVE 'SS/ST SEM PESQUISA ENVIADA'
                                       TO WS-MOTIVO-REJ
                   WHEN OTHER
                       MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-IF.
      *
           IF CN-REGISTRO-OK           AND
             (RS-NOTA                  LESS '1' OR
              RS-NOTA                  GREATER '5')
               SET CN-REGISTRO-NOK     TO TRUE
               MOVE 'NOTA INVALIDA (1 A 5)'
                                       TO WS-MOTIVO-REJ
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A RESPOSTA NO CONTROLE (SYS093)          *
      ******************************************************************
       RTGRAVAR-RESPOSTA               SECTION.
      ******************************************************************
      *
           SET PQ-PESQ-RESPONDIDA      TO TRUE.
      *
           MOVE RS-NOTA                TO PQ-NOTA.
           MOVE RS-COMENTARIO          TO PQ-COMENTARIO.
           MOVE WS-DATA-CORR           TO PQ-DT-RESPOSTA.
           MOVE LK-OPERADOR            TO PQ-OPERADOR.
      *
           REWRITE PQ-SYS093.
      *
           IF CN-SYS093-OK
               ADD 1                   TO AC-GRAVADAS
           ELSE
               MOVE WS-STATUS-SYS093   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-RESPOSTA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A RESPOSTA REJEITADA (SYS096)            *
      ******************************************************************
       RTREJEITAR                      SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO RJ-SYS096.
      *
           MOVE WS-MOTIVO-REJ          TO RJ-MOTIVO.
      *
           MOVE RS-SYS095              TO RJ-REGISTRO.
      *
           WRITE RJ-SYS096.
      *
           IF CN-SYS096-OK
               ADD 1                   TO AC-REJEITADOS
           ELSE
               MOVE WS-STATUS-SYS096   TO WS-RETCOD-905
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
           CLOSE SYS093
                 SYS095
                 SYS096.
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
