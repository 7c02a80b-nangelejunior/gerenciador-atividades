      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV54.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV54                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CODIGOS DE RESOLUCAO/CAUSA RAIZ DA BAIXA     *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM A TABELA    *
      *                       SYS085 DE CODIGOS DE RESOLUCAO/CAUSA     *
      *                       RAIZ (INCLUSAO, ALTERACAO E INATIVACAO)  *
      *                       COM O TIPO QUE OS AGRUPA (DEFEITO DE     *
      *                       PROGRAMA, CORRECAO DE DADOS, ERRO DO     *
      *                       USUARIO, MELHORIA, OUTROS) - O CODIGO E  *
      *                       OBRIGATORIO NA BAIXA CONCLUIDA DO ATV03  *
      *                       E SO OS ATIVOS PODEM SER ESCOLHIDOS -    *
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
           SELECT  SYS085    ASSIGN    TO 'SYS085.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-COD-RESOL
                     FILE STATUS IS WS-STATUS-SYS085.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS085
                              DATA RECORD FD-SYS085.
      *
       01          FD-SYS085.
      *
           COPY WATV27                 REPLACING ==::== BY ==FD==.
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
             05    WS-SW-CODIGO    PIC     X(01)         VALUE 'S'.
               88  CN-CODIGO-OK                          VALUE 'S'.
               88  CN-CODIGO-NOK                         VALUE 'N'.
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
             05    WS-STATUS-SYS085
                                   PIC     X(02).
               88  CN-SYS085-OK                          VALUE '00'.
               88  CN-SYS085-DPL                         VALUE '02'.
               88  CN-SYS085-DUP                         VALUE '22'.
               88  CN-SYS085-NOK                         VALUE '23'.
               88  CN-SYS085-EOF                         VALUE '10'.
               88  CN-SYS085-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.901I - ERRO NO OPEN ARQ. SYS085    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.902I - ERRO NO READ ARQ. SYS085    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.903I - ERRO NO WRITE ARQ. SYS085   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.904I - ERRO NO REWRITE ARQ. SYS085 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.905I - ERRO NO CLOSE ARQ. SYS085   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.906I - DESCRICAO DO CODIGO OBRIGATORIA     '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.907I - TIPO INVALIDO (D, C, U, M OU O)     '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.908I - CODIGO EM BRANCO NAO E PERMITIDO    '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV54.999I - EXECUTADO COM SUCESSO               '.
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
       01          WS-SYS085.
      *
           COPY WATV27                 REPLACING ==::== BY ==WS==.
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
                   '  *** CODIGOS DE RESOLUCAO / CAUSA RAIZ ***       '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
           03      SC-COD-RESOL.
             05    LINE 08 COLUMN 04                     VALUE
                   'CODIGO......: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     X(03) USING WS-COD-RESOL
                                   AUTO REQUIRED.
           03      SC-DESCRICAO.
             05    LINE 10 COLUMN 04                     VALUE
                   'DESCRICAO...: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(40) USING WS-DESCRICAO
                                   AUTO.
           03      SC-TIPO-RESOL.
             05    LINE 12 COLUMN 04                     VALUE
                   'TIPO........: '.
             05    LINE 12 COLUMN 18
                                   PIC     X(01) USING WS-TIPO-RESOL
                                   AUTO.
             05    LINE 12 COLUMN 22                     VALUE
                   '(D=DEFEITO DE PROGRAMA  C=CORRECAO DE DADOS'.
             05    LINE 13 COLUMN 23                     VALUE
                   'U=ERRO DO USUARIO  M=MELHORIA  O=OUTROS)'.
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
                      WS-SYS085.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS085.
      *
           IF CN-SYS085-INEXISTENTE
               OPEN OUTPUT SYS085
               CLOSE SYS085
               OPEN I-O SYS085
           END-IF.
      *
           IF CN-SYS085-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS085   TO WS-RETCOD-901
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
               PERFORM RTOBTER-CODIGO
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   IF WS-COD-RESOL     EQUAL SPACES
                       MOVE WS-MSGARQ-908
                                       TO WS-MSG
                   ELSE
                       PERFORM RTLER-SYS085
                       PERFORM RTOBTER-ENTRADA
                       IF CN-CODIGO-OK
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
                      WS-SYS085.
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
      *    ROTINA PARA OBTER O CODIGO DE RESOLUCAO                     *
      ******************************************************************
       RTOBTER-CODIGO                  SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 1
               ACCEPT SC-COD-RESOL
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CODIGO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DA TABELA DE CODIGOS SYS085             *
      ******************************************************************
       RTLER-SYS085                    SECTION.
      ******************************************************************
      *
           MOVE WS-COD-RESOL           TO FD-COD-RESOL.
      *
           READ SYS085                 INTO WS-SYS085.
      *
           EVALUATE TRUE
               WHEN CN-SYS085-OK
               WHEN CN-SYS085-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
               WHEN CN-SYS085-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   MOVE SPACES         TO WS-DESCRICAO
                                          WS-DT-ALTERACAO
                                          WS-OPERADOR
                   SET WS-TIPO-DEFEITO TO TRUE
                   SET WS-RESOL-ATIVO  TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS085
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS085-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DO CODIGO                        *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-CODIGO-NOK           TO TRUE.
      *
           MOVE 2                      TO AC-CAMPO.
      *
      *    O CODIGO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-CODIGO-OK OR
                                             AC-CAMPO EQUAL 1
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   1 OR
                                                      GREATER 4
                   EVALUATE AC-CAMPO
                       WHEN 2
                           ACCEPT SC-DESCRICAO
                       WHEN 3
                           ACCEPT SC-TIPO-RESOL
                       WHEN 4
                           ACCEPT SC-SITUACAO
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 4
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-CODIGO-NOK
                       MOVE 2          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DO CODIGO                      *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-CODIGO-OK            TO TRUE.
      *
           IF NOT WS-RESOL-ATIVO       AND
              NOT WS-RESOL-INATIVO
               SET WS-RESOL-ATIVO      TO TRUE
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-DESCRICAO       EQUAL SPACES
                   SET CN-CODIGO-NOK   TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
               WHEN NOT WS-TIPO-DEFEITO AND
                    NOT WS-TIPO-DADOS  AND
                    NOT WS-TIPO-USUARIO AND
                    NOT WS-TIPO-MELHORIA AND
                    NOT WS-TIPO-OUTROS
                   SET CN-CODIGO-NOK   TO TRUE
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
      *    ROTINA PARA ATUALIZAR A TABELA DE CODIGOS                   *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-DATA-CORR           TO WS-DT-ALTERACAO.
           MOVE LK-OPERADOR            TO WS-OPERADOR.
      *
           MOVE WS-COD-RESOL           TO FD-COD-RESOL.
      *
           IF CN-MODO-INC
               WRITE FD-SYS085         FROM WS-SYS085
               IF CN-SYS085-OK         OR CN-SYS085-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS085
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE FD-SYS085       FROM WS-SYS085
               IF CN-SYS085-OK         OR CN-SYS085-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS085
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
           CLOSE SYS085.
      *
           IF CN-SYS085-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS085   TO WS-RETCOD-905
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
