      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV65.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV65                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# ALCADAS DE APROVACAO DE ESFORCO              *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM A TABELA    *
      *                       SYS100 DE ALCADAS DE APROVACAO POR       *
      *                       SIGL-SIST (ENTRADA '**' = ALCADA GERAL): *
      *                       LIMITE DE HORAS DE ESFORCO (ZERO         *
      *                       DISPENSA) E SE A PRIORIDADE 1 EXIGE      *
      *                       APROVACAO - A REGRA E APLICADA PELO      *
      *                       ATV63 E A DECISAO E TOMADA NO ATV64 -    *
      *                       CHAMADO PELO MENU DE SUPERVISAO ATV26    *
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
           SELECT  SYS100    ASSIGN    TO 'SYS100.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-SIGL-SIST
                     FILE STATUS IS WS-STATUS-SYS100.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS100
                              DATA RECORD FD-SYS100.
      *
       01          FD-SYS100.
      *
           COPY WATV33                 REPLACING ==::== BY ==FD==.
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
             05    AC-CAMPO        PIC    S9(03) COMP-3  VALUE ZEROS.
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
             05    WS-MODO         PIC     X(01)         VALUE 'I'.
               88  CN-MODO-INC                           VALUE 'I'.
               88  CN-MODO-ALT                           VALUE 'A'.
             05    WS-TX-MODO      PIC     X(20)         VALUE SPACES.
             05    WS-SW-ALCADA    PIC     X(01)         VALUE 'S'.
               88  CN-ALCADA-OK                          VALUE 'S'.
               88  CN-ALCADA-NOK                         VALUE 'N'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS100
                                   PIC     X(02).
               88  CN-SYS100-OK                          VALUE '00'.
               88  CN-SYS100-DPL                         VALUE '02'.
               88  CN-SYS100-DUP                         VALUE '22'.
               88  CN-SYS100-NOK                         VALUE '23'.
               88  CN-SYS100-EOF                         VALUE '10'.
               88  CN-SYS100-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.901I - ERRO NO OPEN ARQ. SYS100    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.902I - ERRO NO READ ARQ. SYS100    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.903I - ERRO NO WRITE ARQ. SYS100   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.904I - ERRO NO REWRITE ARQ. SYS100 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.905I - ERRO NO CLOSE ARQ. SYS100   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.906I - PRIORIDADE 1 EXIGE APROVACAO: S OU N'.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.908I - SISTEMA EM BRANCO NAO E PERMITIDO   '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV65.999I - EXECUTADO COM SUCESSO               '.
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
       01          WS-SYS100.
      *
           COPY WATV33                 REPLACING ==::== BY ==WS==.
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
      *
      ******************************************************************
      *    CAMPOS                                                      *
      ******************************************************************
           03      SC-TITULO.
             05    LINE 04 COLUMN 18                     VALUE
                   '  *** ALCADAS DE APROVACAO DE ESFORCO ***         '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
           03      SC-SIGL-SIST.
             05    LINE 08 COLUMN 04                     VALUE
                   'SISTEMA.....: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     X(02) USING WS-SIGL-SIST
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 22                     VALUE
                   '(** = ALCADA GERAL DOS DEMAIS SISTEMAS)'.
           03      SC-HR-LIMITE.
             05    LINE 10 COLUMN 04                     VALUE
                   'LIMITE (H)..: '.
             05    LINE 10 COLUMN 18
                                   PIC     9(03) USING WS-HR-LIMITE
                                   AUTO.
             05    LINE 10 COLUMN 22                     VALUE
                   '(ESFORCO ACIMA EXIGE APROVACAO - 0 DISPENSA)'.
           03      SC-EXIGE-PRIOR.
             05    LINE 12 COLUMN 04                     VALUE
                   'PRIORIDADE 1: '.
             05    LINE 12 COLUMN 18
                                   PIC     X(01) USING WS-EXIGE-PRIOR
                                   AUTO.
             05    LINE 12 COLUMN 22                     VALUE
                   '(S=SEMPRE EXIGE APROVACAO  N=SO PELO LIMITE)'.
           03      SC-ALTERACAO.
             05    LINE 14 COLUMN 04                     VALUE
                   'ULT.ALTER...: '.
             05    LINE 14 COLUMN 18
                                   PIC     X(08) FROM WS-DT-ALTERACAO.
             05    LINE 14 COLUMN 28
                                   PIC     X(08) FROM WS-OPERADOR.
           03      SC-MENSAGEM.
             05    LINE 22 COLUMN 04
                                   PIC     X(72) FROM WS-MSG.
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
           PERFORM RTPROCESSAR.
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
                      WS-SYS100.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS100.
      *
           IF CN-SYS100-INEXISTENTE
               OPEN OUTPUT SYS100
               CLOSE SYS100
               OPEN I-O SYS100
           END-IF.
      *
           IF CN-SYS100-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS100   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL CN-ESC
               PERFORM RTINICIALIZAR-TELA
               PERFORM RTOBTER-SISTEMA
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   IF WS-SIGL-SIST     EQUAL SPACES
                       MOVE WS-MSGARQ-908
                                       TO WS-MSG
                   ELSE
                       PERFORM RTLER-SYS100
                       PERFORM RTOBTER-ENTRADA
                       IF CN-ALCADA-OK
                           PERFORM RTOPCAO
                           IF CN-PF12
                               PERFORM RTATUALIZAR
                           ELSE
                               MOVE SPACES
                                       TO WS-TECLA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
           PERFORM RTFECHAR.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INICIALIZAR TELA                                *
      ******************************************************************
       RTINICIALIZAR-TELA              SECTION.
      ******************************************************************
      *
           INITIALIZE WS-ACUMULADORES
                      WS-SYS100.
      *
           MOVE SPACES                 TO WS-TX-MODO
                                          WS-TECLA.
      *
      *    A MENSAGEM DA ULTIMA GRAVACAO OU RECUSA FICA NA TELA ATE A
      *    PROXIMA CONFIRMACAO.
           DISPLAY SC-SCREEN.
      *
           DISPLAY 'ESC - SAI'         AT 2502.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           MOVE 1                      TO AC-CAMPO.
      *
      ******************************************************************
       RTINICIALIZAR-TELA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O SISTEMA                                 *
      ******************************************************************
       RTOBTER-SISTEMA                  SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 1
               ACCEPT SC-SIGL-SIST
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-SISTEMA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DA TABELA DE ALCADAS SYS100             *
      ******************************************************************
       RTLER-SYS100                    SECTION.
      ******************************************************************
      *
           MOVE WS-SIGL-SIST           TO FD-SIGL-SIST.
      *
           READ SYS100                 INTO WS-SYS100.
      *
           EVALUATE TRUE
               WHEN CN-SYS100-OK
               WHEN CN-SYS100-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
               WHEN CN-SYS100-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   MOVE SPACES         TO WS-DT-ALTERACAO
                                          WS-OPERADOR
                   MOVE ZEROS          TO WS-HR-LIMITE
                   SET WS-DISPENSA-PRIOR-ALTA
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS100
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS100-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DA ALCADA                        *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-ALCADA-NOK           TO TRUE.
      *
           MOVE 2                      TO AC-CAMPO.
      *
      *    A ALCADA RECUSADA VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITA OU ABANDONADA COM ESC.
           PERFORM                     UNTIL CN-ALCADA-OK OR
                                             AC-CAMPO EQUAL 1
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   1 OR
                                                      GREATER 3
                   EVALUATE AC-CAMPO
                       WHEN 2
                           ACCEPT SC-HR-LIMITE
                       WHEN 3
                           ACCEPT SC-EXIGE-PRIOR
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 3
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-ALCADA-NOK
                       MOVE 2          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DA ALCADA                      *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-ALCADA-OK            TO TRUE.
      *
           IF WS-HR-LIMITE             NOT NUMERIC
               MOVE ZEROS              TO WS-HR-LIMITE
           END-IF.
      *
           IF NOT WS-EXIGE-PRIOR-ALTA  AND
              NOT WS-DISPENSA-PRIOR-ALTA
               SET CN-ALCADA-NOK       TO TRUE
               MOVE WS-MSGARQ-906      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-ENTRADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA POSICIONAR O CURSOR                             *
      ******************************************************************
       RTPOSICIONAR                    SECTION.
      ******************************************************************
      *
           ACCEPT WS-TECLA             FROM ESCAPE KEY.
      *
           IF CN-ESC
               SUBTRACT 1              FROM AC-CAMPO
           ELSE
               ADD      1              TO   AC-CAMPO
           END-IF.
      *
      ******************************************************************
       RTPOSICIONAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OPCAO                                     *
      ******************************************************************
       RTOPCAO                         SECTION.
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
       RTOPCAO-EXIT.                   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ATUALIZAR A TABELA DE ALCADAS                   *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-DATA-CORR           TO WS-DT-ALTERACAO.
           MOVE LK-OPERADOR            TO WS-OPERADOR.
      *
           MOVE WS-SIGL-SIST           TO FD-SIGL-SIST.
      *
           IF CN-MODO-INC
               WRITE FD-SYS100         FROM WS-SYS100
               IF CN-SYS100-OK         OR CN-SYS100-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS100
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE FD-SYS100       FROM WS-SYS100
               IF CN-SYS100-OK         OR CN-SYS100-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS100
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTATUALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVO                           *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS100.
      *
           IF CN-SYS100-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS100   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
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
