      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV52.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV52                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# MODELOS DE ATIVIDADES RECORRENTES            *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM O CADASTRO  *
      *                       SYS083 DE MODELOS DE ATIVIDADES          *
      *                       RECORRENTES (INCLUSAO, ALTERACAO E       *
      *                       INATIVACAO): REGRA DE RECORRENCIA        *
      *                       (MENSAL, TRIMESTRAL OU ANUAL NO N-ESIMO  *
      *                       DIA UTIL DO MES), SOLICITANTE DO SYS041, *
      *                       SISTEMA, MODULO, PROGRAMA, ESFORCO,      *
      *                       PRIORIDADE E RESPONSAVEL DO SYS042 - AS  *
      *                       OCORRENCIAS SAO GERADAS NO SYS010 PELO   *
      *                       PASSO RECORR DA RODADA NOTURNA (ATV53)   *
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
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-COD-MODELO
                     FILE STATUS IS WS-STATUS-SYS083.
      *
           SELECT  SYS041    ASSIGN    TO 'SYS041.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SO-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
      *
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY OP-ID-OPER
                     FILE STATUS IS WS-STATUS-SYS042.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS083
                              DATA RECORD FD-SYS083.
      *
       01          FD-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS041
                              DATA RECORD SO-SYS041.
      *
       01          SO-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==SO==.
      *
       FD          SYS042
                              DATA RECORD OP-SYS042.
      *
       01          OP-SYS042.
      *
           COPY WATV07                 REPLACING ==::== BY ==OP==.
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
             05    WS-SW-MODELO    PIC     X(01)         VALUE 'S'.
               88  CN-MODELO-OK                          VALUE 'S'.
               88  CN-MODELO-NOK                         VALUE 'N'.
             05    WS-SW-SYS041    PIC     X(01)         VALUE 'N'.
               88  CN-SYS041-ABERTO                      VALUE 'S'.
               88  CN-SYS041-FECHADO                     VALUE 'N'.
             05    WS-SW-SYS042    PIC     X(01)         VALUE 'N'.
               88  CN-SYS042-ABERTO                      VALUE 'S'.
               88  CN-SYS042-FECHADO                     VALUE 'N'.
             05    WS-TX-ULT-GERACAO
                                   PIC     X(40)         VALUE SPACES.
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
             05    WS-STATUS-SYS083
                                   PIC     X(02).
               88  CN-SYS083-OK                          VALUE '00'.
               88  CN-SYS083-DPL                         VALUE '02'.
               88  CN-SYS083-DUP                         VALUE '22'.
               88  CN-SYS083-NOK                         VALUE '23'.
               88  CN-SYS083-EOF                         VALUE '10'.
               88  CN-SYS083-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS041
                                   PIC     X(02).
               88  CN-SYS041-OK                          VALUE '00'.
               88  CN-SYS041-DPL                         VALUE '02'.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS042
                                   PIC     X(02).
               88  CN-SYS042-OK                          VALUE '00'.
               88  CN-SYS042-DPL                         VALUE '02'.
               88  CN-SYS042-NOK                         VALUE '23'.
               88  CN-SYS042-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.901I - ERRO NO OPEN ARQ. SYS083    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.902I - ERRO NO READ ARQ. SYS083    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.903I - ERRO NO WRITE ARQ. SYS083   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.904I - ERRO NO REWRITE ARQ. SYS083 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.905I - ERRO NO CLOSE ARQ. SYS083   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.906I - DESCRICAO DO MODELO OBRIGATORIA     '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.907I - RECORRENCIA INVALIDA (M, T OU A)    '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.908I - DIA UTIL INVALIDO (01 A 23)         '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.909I - MES BASE INVALIDO PARA A RECORRENCIA'.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.910I - SOLICITANTE NAO CADASTRADO/INATIVO  '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.911I - SIGLA DO SISTEMA OBRIGATORIA        '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.912I - PRIORIDADE INVALIDA (1, 2 OU 3)     '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.913I - RESPONSAVEL NAO CADASTRADO/INATIVO  '.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.914I - ERRO NO OPEN DOS CADASTROS  STATUS: '.
               07  WS-RETCOD-914   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV52.999I - EXECUTADO COM SUCESSO               '.
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
       01          WS-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==WS==.
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
                   '  *** MODELOS DE ATIVIDADES RECORRENTES ***       '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
           03      SC-COD-MODELO.
             05    LINE 08 COLUMN 04                     VALUE
                   'MODELO......: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     9(04) USING WS-COD-MODELO
                                   AUTO REQUIRED.
           03      SC-DESCRICAO.
             05    LINE 09 COLUMN 04                     VALUE
                   'DESCRICAO...: '.
             05    LINE 09 COLUMN 18
                                   PIC     X(40) USING WS-DESCRICAO
                                   AUTO.
           03      SC-RECORRENCIA.
             05    LINE 10 COLUMN 04                     VALUE
                   'RECORRENCIA.: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(01) USING WS-RECORRENCIA
                                   AUTO.
             05    LINE 10 COLUMN 22                     VALUE
                   '(M=MENSAL  T=TRIMESTRAL  A=ANUAL)'.
           03      SC-DIA-UTIL.
             05    LINE 11 COLUMN 04                     VALUE
                   'DIA UTIL....: '.
             05    LINE 11 COLUMN 18
                                   PIC     9(02) USING WS-DIA-UTIL
                                   AUTO.
           03      SC-MES-BASE.
             05    LINE 11 COLUMN 40                     VALUE
                   'MES BASE....: '.
             05    LINE 11 COLUMN 54
                                   PIC     9(02) USING WS-MES-BASE
                                   AUTO.
             05    LINE 11 COLUMN 58                     VALUE
                   '(T=01-03 A=01-12)'.
           03      SC-COD-SOLIC.
             05    LINE 12 COLUMN 04                     VALUE
                   'SOLICITANTE.: '.
             05    LINE 12 COLUMN 18
                                   PIC     9(05) USING WS-COD-SOLIC
                                   AUTO.
           03      SC-NM-SOLIC.
             05    LINE 12 COLUMN 25
                                   PIC     X(50) FROM WS-NM-SOLIC.
           03      SC-SIGL-SIST.
             05    LINE 13 COLUMN 04                     VALUE
                   'SISTEMA.....: '.
             05    LINE 13 COLUMN 18
                                   PIC     X(02) USING WS-SIGL-SIST
                                   AUTO.
           03      SC-NM-MOD.
             05    LINE 13 COLUMN 40                     VALUE
                   'MODULO......: '.
             05    LINE 13 COLUMN 54
                                   PIC     X(20) USING WS-NM-MOD
                                   AUTO.
           03      SC-NM-PGM.
             05    LINE 14 COLUMN 04                     VALUE
                   'PROGRAMA....: '.
             05    LINE 14 COLUMN 18
                                   PIC     X(08) USING WS-NM-PGM
                                   AUTO.
           03      SC-HR-ESFORCO.
             05    LINE 14 COLUMN 40                     VALUE
                   'ESFORCO (H).: '.
             05    LINE 14 COLUMN 54
                                   PIC     9(03) USING WS-HR-ESFORCO
                                   AUTO.
           03      SC-PRIORIDADE.
             05    LINE 15 COLUMN 04                     VALUE
                   'PRIORIDADE..: '.
             05    LINE 15 COLUMN 18
                                   PIC     X(01) USING WS-PRIORIDADE
                                   AUTO.
             05    LINE 15 COLUMN 22                     VALUE
                   '(1=ALTA  2=MEDIA  3=BAIXA)'.
           03      SC-RESPONSAVEL.
             05    LINE 16 COLUMN 04                     VALUE
                   'RESPONSAVEL.: '.
             05    LINE 16 COLUMN 18
                                   PIC     X(08) USING WS-RESPONSAVEL
                                   AUTO.
           03      SC-OBS.
             05    LINE 17 COLUMN 04                     VALUE
                   'OBSERVACAO..: '.
             05    LINE 17 COLUMN 18
                                   PIC     X(60) USING WS-OBS
                                   AUTO.
           03      SC-SITUACAO.
             05    LINE 18 COLUMN 04                     VALUE
                   'SITUACAO....: '.
             05    LINE 18 COLUMN 18
                                   PIC     X(01) USING WS-SITUACAO
                                   AUTO.
             05    LINE 18 COLUMN 22                     VALUE
                   '(A=ATIVO  I=INATIVO)'.
           03      SC-ULT-GERACAO.
             05    LINE 20 COLUMN 04                     VALUE
                   'ULT.GERACAO.: '.
             05    LINE 20 COLUMN 18
                                   PIC     X(40) FROM WS-TX-ULT-GERACAO.
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
                      WS-SYS083.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS083.
      *
           IF CN-SYS083-INEXISTENTE
               OPEN OUTPUT SYS083
               CLOSE SYS083
               OPEN I-O SYS083
           END-IF.
      *
           IF CN-SYS083-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS083   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN INPUT SYS041.
      *
           EVALUATE TRUE
               WHEN CN-SYS041-OK
                   SET CN-SYS041-ABERTO
                                       TO TRUE
               WHEN CN-SYS041-INEXISTENTE
                   SET CN-SYS041-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-914
                   MOVE WS-MSGARQ-914  TO WS-MSG
                   CLOSE SYS083
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      *    SEM CADASTRO DE OPERADORES O RESPONSAVEL NAO E CONFERIDO.
           OPEN INPUT SYS042.
      *
           EVALUATE TRUE
               WHEN CN-SYS042-OK
                   SET CN-SYS042-ABERTO
                                       TO TRUE
               WHEN CN-SYS042-INEXISTENTE
                   SET CN-SYS042-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-914
                   MOVE WS-MSGARQ-914  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
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
               PERFORM RTOBTER-CODIGO
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   PERFORM RTLER-SYS083
                   PERFORM RTOBTER-ENTRADA
                   IF CN-MODELO-OK
                       PERFORM RTOPCAO
                       IF CN-PF12
                           PERFORM RTATUALIZAR
                       ELSE
                           MOVE SPACES TO WS-TECLA
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
                      WS-SYS083.
      *
           MOVE SPACES                 TO WS-TX-MODO
                                          WS-TX-ULT-GERACAO
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
      *    ROTINA PARA OBTER O CODIGO DO MODELO                        *
      ******************************************************************
       RTOBTER-CODIGO                  SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 1
               ACCEPT SC-COD-MODELO
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CODIGO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO CADASTRO DE MODELOS SYS083           *
      ******************************************************************
       RTLER-SYS083                    SECTION.
      ******************************************************************
      *
           MOVE WS-COD-MODELO          TO FD-COD-MODELO.
      *
           READ SYS083                 INTO WS-SYS083.
      *
           EVALUATE TRUE
               WHEN CN-SYS083-OK
               WHEN CN-SYS083-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
                   IF WS-COMPET-ULT    EQUAL SPACES
                       MOVE 'NENHUMA OCORRENCIA GERADA'
                                       TO WS-TX-ULT-GERACAO
                   ELSE
                       STRING WS-COMPET-ULT (5:2) '/'
                              WS-COMPET-ULT (1:4)
                              '  SS/ST ' WS-ULT-SS '/' WS-ULT-ST
                                       DELIMITED BY SIZE
                                       INTO WS-TX-ULT-GERACAO
                   END-IF
               WHEN CN-SYS083-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   MOVE SPACES         TO WS-DESCRICAO
                                          WS-NM-SOLIC
                                          WS-SIGL-SIST
                                          WS-NM-MOD
                                          WS-NM-PGM
                                          WS-RESPONSAVEL
                                          WS-OBS
                                          WS-COMPET-ULT
                                          WS-DT-ULT-GERACAO
                   SET WS-REC-MENSAL   TO TRUE
                   MOVE 01             TO WS-DIA-UTIL
                   MOVE ZEROS          TO WS-MES-BASE
                                          WS-COD-SOLIC
                                          WS-HR-ESFORCO
                                          WS-ULT-SS
                                          WS-ULT-ST
                   SET WS-PRIOR-BAIXA  TO TRUE
                   SET WS-MODELO-ATIVO TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS083-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DO MODELO                        *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-MODELO-NOK           TO TRUE.
      *
           MOVE 2                      TO AC-CAMPO.
      *
      *    O MODELO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-MODELO-OK OR
                                             AC-CAMPO EQUAL 1
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   1 OR
                                                      GREATER 14
                   EVALUATE AC-CAMPO
                       WHEN 2
                           ACCEPT SC-DESCRICAO
                       WHEN 3
                           ACCEPT SC-RECORRENCIA
                       WHEN 4
                           ACCEPT SC-DIA-UTIL
                       WHEN 5
                           ACCEPT SC-MES-BASE
                       WHEN 6
                           ACCEPT SC-COD-SOLIC
                       WHEN 7
                           ACCEPT SC-SIGL-SIST
                       WHEN 8
                           ACCEPT SC-NM-MOD
                       WHEN 9
                           ACCEPT SC-NM-PGM
                       WHEN 10
                           ACCEPT SC-HR-ESFORCO
                       WHEN 11
                           ACCEPT SC-PRIORIDADE
                       WHEN 12
                           ACCEPT SC-RESPONSAVEL
                       WHEN 13
                           ACCEPT SC-OBS
                       WHEN 14
                           ACCEPT SC-SITUACAO
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 14
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-MODELO-NOK
                       MOVE 2          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DO MODELO                      *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-MODELO-OK            TO TRUE.
      *
           IF NOT WS-MODELO-ATIVO      AND
              NOT WS-MODELO-INATIVO
               SET WS-MODELO-ATIVO     TO TRUE
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-DESCRICAO       EQUAL SPACES
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
               WHEN NOT WS-REC-MENSAL  AND
                    NOT WS-REC-TRIMESTRAL AND
                    NOT WS-REC-ANUAL
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-907  TO WS-MSG
               WHEN WS-DIA-UTIL        LESS 01 OR
                    WS-DIA-UTIL        GREATER 23
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-908  TO WS-MSG
               WHEN WS-REC-TRIMESTRAL  AND
                   (WS-MES-BASE        LESS 01 OR
                    WS-MES-BASE        GREATER 03)
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-909  TO WS-MSG
               WHEN WS-REC-ANUAL       AND
                   (WS-MES-BASE        LESS 01 OR
                    WS-MES-BASE        GREATER 12)
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-909  TO WS-MSG
               WHEN WS-SIGL-SIST       EQUAL SPACES
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-911  TO WS-MSG
               WHEN NOT WS-PRIOR-ALTA  AND
                    NOT WS-PRIOR-MEDIA AND
                    NOT WS-PRIOR-BAIXA
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-912  TO WS-MSG
           END-EVALUATE.
      *
           IF WS-REC-MENSAL
               MOVE ZEROS              TO WS-MES-BASE
           END-IF.
      *
           IF CN-MODELO-OK
               PERFORM RTVALIDAR-SOLIC
           END-IF.
      *
           IF CN-MODELO-OK             AND
              CN-SYS042-ABERTO         AND
              WS-RESPONSAVEL           NOT EQUAL SPACES
               MOVE WS-RESPONSAVEL     TO OP-ID-OPER
               READ SYS042
               IF (CN-SYS042-OK        OR CN-SYS042-DPL) AND
                   OP-OPER-ATIVO
                   CONTINUE
               ELSE
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-913  TO WS-MSG
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-ENTRADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O SOLICITANTE NO CADASTRO SYS041        *
      ******************************************************************
       RTVALIDAR-SOLIC                 SECTION.
      ******************************************************************
      *
      *    O NOME CANONICO DO CADASTRO E O QUE VAI PARA AS OCORRENCIAS.
           IF CN-SYS041-ABERTO         AND
              WS-COD-SOLIC             GREATER ZEROS
               MOVE WS-COD-SOLIC       TO SO-COD-SOLIC
               READ SYS041
               IF (CN-SYS041-OK        OR CN-SYS041-DPL) AND
                   SO-SOLIC-ATIVO
                   MOVE SO-NM-SOLIC    TO WS-NM-SOLIC
               ELSE
                   SET CN-MODELO-NOK   TO TRUE
                   MOVE WS-MSGARQ-910  TO WS-MSG
               END-IF
           ELSE
               SET CN-MODELO-NOK       TO TRUE
               MOVE WS-MSGARQ-910      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-SOLIC-EXIT.           EXIT.
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
      *    ROTINA PARA ATUALIZAR O CADASTRO DE MODELOS                 *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-DATA-CORR           TO WS-DT-ALTERACAO.
           MOVE LK-OPERADOR            TO WS-OPERADOR.
      *
           MOVE WS-COD-MODELO          TO FD-COD-MODELO.
      *
           IF CN-MODO-INC
               WRITE FD-SYS083         FROM WS-SYS083
               IF CN-SYS083-OK         OR CN-SYS083-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE FD-SYS083       FROM WS-SYS083
               IF CN-SYS083-OK         OR CN-SYS083-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS083
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
           IF CN-SYS041-ABERTO
               CLOSE SYS041
           END-IF.
      *
           IF CN-SYS042-ABERTO
               CLOSE SYS042
           END-IF.
      *
           CLOSE SYS083.
      *
           IF CN-SYS083-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS083   TO WS-RETCOD-905
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
