      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV57.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV57                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CADASTRO DE CENTROS DE CUSTO E FRANQUIA      *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM O CADASTRO  *
      *                       SYS090 DE CENTROS DE CUSTO (INCLUSAO,    *
      *                       ALTERACAO E INATIVACAO) COM A AREA       *
      *                       SUPERIOR E A FRANQUIA ANUAL DE HORAS     *
      *                       CONTRATADAS - OS SOLICITANTES SAO        *
      *                       VINCULADOS AO CENTRO NO ATV11 E O        *
      *                       CONSUMO E APURADO PELO ATV58 - CHAMADO   *
      *                       PELO MENU DE SUPERVISAO ATV26            *
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
           SELECT  SYS090    ASSIGN    TO 'SYS090.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-CD-CCUSTO
                     FILE STATUS IS WS-STATUS-SYS090.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS090
                              DATA RECORD FD-SYS090.
      *
       01          FD-SYS090.
      *
           COPY WATV30                 REPLACING ==::== BY ==FD==.
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
             05    WS-SW-CENTRO    PIC     X(01)         VALUE 'S'.
               88  CN-CENTRO-OK                          VALUE 'S'.
               88  CN-CENTRO-NOK                         VALUE 'N'.
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
             05    WS-STATUS-SYS090
                                   PIC     X(02).
               88  CN-SYS090-OK                          VALUE '00'.
               88  CN-SYS090-DPL                         VALUE '02'.
               88  CN-SYS090-DUP                         VALUE '22'.
               88  CN-SYS090-NOK                         VALUE '23'.
               88  CN-SYS090-EOF                         VALUE '10'.
               88  CN-SYS090-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.901I - ERRO NO OPEN ARQ. SYS090    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.902I - ERRO NO READ ARQ. SYS090    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.903I - ERRO NO WRITE ARQ. SYS090   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.904I - ERRO NO REWRITE ARQ. SYS090 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.905I - ERRO NO CLOSE ARQ. SYS090   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.906I - DESCRICAO DO CENTRO OBRIGATORIA     '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.907I - FRANQUIA ANUAL DE HORAS OBRIGATORIA '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.908I - CENTRO EM BRANCO NAO E PERMITIDO    '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV57.999I - EXECUTADO COM SUCESSO               '.
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
       01          WS-SYS090.
      *
           COPY WATV30                 REPLACING ==::== BY ==WS==.
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
                   '  *** CENTROS DE CUSTO E FRANQUIA ANUAL ***       '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
           03      SC-CD-CCUSTO.
             05    LINE 08 COLUMN 04                     VALUE
                   'C. CUSTO....: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     X(06) USING WS-CD-CCUSTO
                                   AUTO REQUIRED.
           03      SC-DESCRICAO.
             05    LINE 10 COLUMN 04                     VALUE
                   'DESCRICAO...: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(40) USING WS-DESCRICAO
                                   AUTO.
           03      SC-CD-AREA.
             05    LINE 12 COLUMN 04                     VALUE
                   'AREA SUPER..: '.
             05    LINE 12 COLUMN 18
                                   PIC     X(06) USING WS-CD-AREA
                                   AUTO.
             05    LINE 12 COLUMN 26                     VALUE
                   '(EM BRANCO QUANDO NAO SUBORDINADO)'.
           03      SC-HR-CONTRATADA.
             05    LINE 13 COLUMN 04                     VALUE
                   'HORAS/ANO...: '.
             05    LINE 13 COLUMN 18
                                   PIC     9(06) USING WS-HR-CONTRATADA
                                   AUTO.
             05    LINE 13 COLUMN 26                     VALUE
                   '(FRANQUIA CONTRATADA NO ANO)'.
           03      SC-SITUACAO.
             05    LINE 15 COLUMN 04                     VALUE
                   'SITUACAO....: '.
             05    LINE 15 COLUMN 18
                                   PIC     X(01) USING WS-SITUACAO
                                   AUTO.
             05    LINE 15 COLUMN 22                     VALUE
                   '(A=ATIVO  I=INATIVO)'.
           03      SC-ALTERACAO.
             05    LINE 17 COLUMN 04                     VALUE
                   'ULT.ALTER...: '.
             05    LINE 17 COLUMN 18
                                   PIC     X(08) FROM WS-DT-ALTERACAO.
             05    LINE 17 COLUMN 28
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
                      WS-SYS090.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS090.
      *
           IF CN-SYS090-INEXISTENTE
               OPEN OUTPUT SYS090
               CLOSE SYS090
               OPEN I-O SYS090
           END-IF.
      *
           IF CN-SYS090-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS090   TO WS-RETCOD-901
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
               PERFORM RTOBTER-CENTRO
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   IF WS-CD-CCUSTO     EQUAL SPACES
                       MOVE WS-MSGARQ-908
                                       TO WS-MSG
                   ELSE
                       PERFORM RTLER-SYS090
                       PERFORM RTOBTER-ENTRADA
                       IF CN-CENTRO-OK
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
                      WS-SYS090.
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
      *    ROTINA PARA OBTER O CENTRO DE CUSTO                         *
      ******************************************************************
       RTOBTER-CENTRO                  SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 1
               ACCEPT SC-CD-CCUSTO
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CENTRO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO CADASTRO DE CENTROS SYS090           *
      ******************************************************************
       RTLER-SYS090                    SECTION.
      ******************************************************************
      *
           MOVE WS-CD-CCUSTO           TO FD-CD-CCUSTO.
      *
           READ SYS090                 INTO WS-SYS090.
      *
           EVALUATE TRUE
               WHEN CN-SYS090-OK
               WHEN CN-SYS090-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
               WHEN CN-SYS090-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   MOVE SPACES         TO WS-DESCRICAO
                                          WS-CD-AREA
                                          WS-DT-ALTERACAO
                                          WS-OPERADOR
                   MOVE ZEROS          TO WS-HR-CONTRATADA
                   SET WS-CCUSTO-ATIVO TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS090-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DO CENTRO DE CUSTO               *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-CENTRO-NOK           TO TRUE.
      *
           MOVE 2                      TO AC-CAMPO.
      *
      *    O CENTRO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-CENTRO-OK OR
                                             AC-CAMPO EQUAL 1
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   1 OR
                                                      GREATER 5
                   EVALUATE AC-CAMPO
                       WHEN 2
                           ACCEPT SC-DESCRICAO
                       WHEN 3
                           ACCEPT SC-CD-AREA
                       WHEN 4
                           ACCEPT SC-HR-CONTRATADA
                       WHEN 5
                           ACCEPT SC-SITUACAO
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 5
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-CENTRO-NOK
                       MOVE 2          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DO CENTRO DE CUSTO             *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-CENTRO-OK            TO TRUE.
      *
           IF NOT WS-CCUSTO-ATIVO      AND
              NOT WS-CCUSTO-INATIVO
               SET WS-CCUSTO-ATIVO     TO TRUE
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-DESCRICAO       EQUAL SPACES
                   SET CN-CENTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
      *        CENTRO INATIVO PODE FICAR SEM FRANQUIA.
               WHEN WS-CCUSTO-ATIVO    AND
                    WS-HR-CONTRATADA   EQUAL ZEROS
                   SET CN-CENTRO-NOK   TO TRUE
                   MOVE WS-MSGARQ-907  TO WS-MSG
           END-EVALUATE.
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
      *    ROTINA PARA ATUALIZAR O CADASTRO DE CENTROS DE CUSTO        *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-DATA-CORR           TO WS-DT-ALTERACAO.
           MOVE LK-OPERADOR            TO WS-OPERADOR.
      *
           MOVE WS-CD-CCUSTO           TO FD-CD-CCUSTO.
      *
           IF CN-MODO-INC
               WRITE FD-SYS090         FROM WS-SYS090
               IF CN-SYS090-OK         OR CN-SYS090-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE FD-SYS090       FROM WS-SYS090
               IF CN-SYS090-OK         OR CN-SYS090-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS090
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
           CLOSE SYS090.
      *
           IF CN-SYS090-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS090   TO WS-RETCOD-905
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
