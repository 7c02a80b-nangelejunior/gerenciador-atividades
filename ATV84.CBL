      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV84.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV84                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CLASSIFICACAO DO TIPO DE SERVICO             *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - ATRIBUI OU TROCA   *
      *                       O TIPO DE SERVICO DE UMA ATIVIDADE DO    *
      *                       SYS010 (NAO CANCELADA), MOSTRANDO O TIPO *
      *                       ATUAL, A FAIXA DE ESFORCO PADRAO E A     *
      *                       PRIORIDADE PADRAO DO CATALOGO SYS126 -   *
      *                       SO TIPO ATIVO E ACEITO; ESFORCO FORA DA  *
      *                       FAIXA PADRAO E AVISADO SEM IMPEDIR A     *
      *                       GRAVACAO. A REGRA E A GRAVACAO NO SYS127 *
      *                       FICAM NO SUBPROGRAMA ATV85 (ORIGEM M)    *
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
             05    WS-SW-ATIVIDADE PIC     X(01)         VALUE 'N'.
               88  CN-ATIVIDADE-OK                       VALUE 'S'.
               88  CN-ATIVIDADE-NOK                      VALUE 'N'.
             05    WS-SW-TIPO      PIC     X(01)         VALUE 'N'.
               88  CN-TIPO-OK                            VALUE 'S'.
               88  CN-TIPO-NOK                           VALUE 'N'.
             05    WS-SW-FAIXA     PIC     X(01)         VALUE 'D'.
               88  CN-FAIXA-DENTRO                       VALUE 'D'.
               88  CN-FAIXA-FORA                         VALUE 'F'.
             05    WS-COD-TIPO-NOVO
                                   PIC     X(04)         VALUE SPACES.
             05    WS-TX-TIPO-ATUAL
                                   PIC     X(58)         VALUE SPACES.
             05    WS-TX-FAIXA     PIC     X(60)         VALUE SPACES.
             05    WS-ESF-MIN-ED   PIC     ZZ9           VALUE ZEROS.
             05    WS-ESF-MAX-ED   PIC     ZZ9           VALUE ZEROS.
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
               88  CN-SYS010-EOF                         VALUE '10'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.901I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.902I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.903I - ATIVIDADE NAO ENCONTRADA            '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.904I - ATIVIDADE CANCELADA - SEM TIPO      '.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.905I - TIPO DE SERVICO OBRIGATORIO         '.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.906I - TIPO NAO CADASTRADO NO CATALOGO     '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.907I - TIPO INATIVO NO CATALOGO            '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.908I - ERRO NA GRAVACAO DO TIPO (SYS127)   '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.909I - ESFORCO FORA DA FAIXA PADRAO DO TIPO'.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.910I - GRAVADO - ESFORCO FORA DA FAIXA     '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV84.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV85        PIC     X(08)         VALUE
                                   'ATV85   '.
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
      *    AREA DE COMANDO DO TIPO DE SERVICO (WATV47)                 *
      ******************************************************************
       01          WS-COMANDO-TIPO.
      *
           COPY WATV47                 REPLACING ==::== BY ==TP==.
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
             05    LINE 04 COLUMN 18                     VALUE
                   '  *** CLASSIFICACAO DO TIPO DE SERVICO ***        '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-SS.
             05    LINE 08 COLUMN 04                     VALUE
                   'SS..: '        HIGHLIGHT.
             05    LINE 08 COLUMN 10
                                   PIC     9(06) USING WS-SS
                                   AUTO REQUIRED.
           03      SC-ST.
             05    LINE 08 COLUMN 18                     VALUE
                   'ST..: '        HIGHLIGHT.
             05    LINE 08 COLUMN 24
                                   PIC     9(06) USING WS-ST
                                   AUTO REQUIRED.
           03      SC-NM-PGM.
             05    LINE 08 COLUMN 40                     VALUE
                   'NOME PGM.....: '.
             05    LINE 08 COLUMN 55
                                   PIC     X(08) FROM WS-NM-PGM.
           03      SC-NM-SOLIC.
             05    LINE 10 COLUMN 04                     VALUE
                   'SOLICITANTE.: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(60) FROM WS-NM-SOLIC.
           03      SC-OBS.
             05    LINE 11 COLUMN 04                     VALUE
                   'OBSERVACAO..: '.
             05    LINE 11 COLUMN 18
                                   PIC     X(60) FROM WS-OBS.
           03      SC-ESFORCO.
             05    LINE 13 COLUMN 04                     VALUE
                   'ESFORCO (H).: '.
             05    LINE 13 COLUMN 18
                                   PIC     X(03) FROM WS-HR-ESFORCO.
             05    LINE 13 COLUMN 40                     VALUE
                   'PRIORIDADE...: '.
             05    LINE 13 COLUMN 55
                                   PIC     X(01) FROM WS-PRIORIDADE.
           03      SC-TIPO-ATUAL.
             05    LINE 15 COLUMN 04                     VALUE
                   'TIPO ATUAL..: '.
             05    LINE 15 COLUMN 18
                                   PIC     X(58) FROM WS-TX-TIPO-ATUAL.
           03      SC-TIPO-NOVO.
             05    LINE 17 COLUMN 04                     VALUE
                   'NOVO TIPO...: ' HIGHLIGHT.
             05    LINE 17 COLUMN 18
                                   PIC     X(04) USING WS-COD-TIPO-NOVO
                                   AUTO REQUIRED.
             05    LINE 17 COLUMN 24
                                   PIC     X(40) FROM TP-DESCRICAO.
           03      SC-FAIXA.
             05    LINE 19 COLUMN 18
                                   PIC     X(60) FROM WS-TX-FAIXA.
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
                      WS-SYS010
                      WS-COMANDO-TIPO.
      *
           OPEN INPUT SYS010.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-901
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
               PERFORM RTOBTER-CHAVE
               IF AC-CAMPO             LESS OR EQUAL ZEROS
                   SET CN-ESC          TO TRUE
               ELSE
                   PERFORM RTLER-SYS010
                   IF CN-ATIVIDADE-OK
                       PERFORM RTOBTER-TIPO
                       IF CN-TIPO-NOK
                           MOVE SPACES TO WS-TECLA
                       END-IF
                       IF CN-TIPO-OK
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
                      WS-SYS010
                      WS-COMANDO-TIPO.
      *
           MOVE SPACES                 TO WS-COD-TIPO-NOVO
                                          WS-TX-TIPO-ATUAL
                                          WS-TX-FAIXA
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
      *    ROTINA PARA OBTER CHAVE                                     *
      ******************************************************************
       RTOBTER-CHAVE                   SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 2
               EVALUATE AC-CAMPO
                   WHEN 1
                       ACCEPT SC-SS
                   WHEN 2
                       ACCEPT SC-ST
               END-EVALUATE
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CHAVE-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO ARQUIVO SYS010 E DO TIPO ATUAL       *
      ******************************************************************
       RTLER-SYS010                    SECTION.
      ******************************************************************
      *
           SET CN-ATIVIDADE-NOK        TO TRUE.
      *
           MOVE WS-CHAVE               TO FD-CHAVE.
      *
           READ SYS010                 INTO WS-SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   IF WS-STATUS-CANCELADO
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                   ELSE
                       SET CN-ATIVIDADE-OK
                                       TO TRUE
                       PERFORM RTCONSULTAR-TIPO
                   END-IF
               WHEN CN-SYS010-NOK
                   MOVE WS-MSGARQ-903  TO WS-MSG
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS010-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONSULTAR O TIPO ATUAL DA ATIVIDADE (ATV85)     *
      ******************************************************************
       RTCONSULTAR-TIPO                SECTION.
      ******************************************************************
      *
           SET TP-FN-CONSULTAR         TO TRUE.
      *
           MOVE WS-SS                  TO TP-SS.
           MOVE WS-ST                  TO TP-ST.
           MOVE WS-HR-ESFORCO          TO TP-HR-ESFORCO.
      *
           CALL WS-ATV85               USING WS-COMANDO-TIPO.
      *
           EVALUATE TRUE
               WHEN TP-RET-SEM-TIPO
                   MOVE 'SEM TIPO'     TO WS-TX-TIPO-ATUAL
               WHEN TP-COD-TIPO        EQUAL SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE TP-COD-TIPO    TO WS-COD-TIPO-NOVO
                   STRING TP-COD-TIPO ' - ' TP-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO WS-TX-TIPO-ATUAL
                   IF TP-ORIGEM        EQUAL 'I'
                       MOVE '(IMPORT.)'
                                       TO WS-TX-TIPO-ATUAL (49:10)
                   ELSE
                       MOVE '(MANUAL)'
                                       TO WS-TX-TIPO-ATUAL (49:10)
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
       RTCONSULTAR-TIPO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O NOVO TIPO DE SERVICO                    *
      ******************************************************************
       RTOBTER-TIPO                    SECTION.
      ******************************************************************
      *
           SET CN-TIPO-NOK             TO TRUE.
      *
           MOVE 3                      TO AC-CAMPO.
      *
      *    O TIPO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-TIPO-OK OR
                                             AC-CAMPO EQUAL 2
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               ACCEPT SC-TIPO-NOVO
               PERFORM RTPOSICIONAR
               IF AC-CAMPO             GREATER 3
                   PERFORM RTVALIDAR-TIPO
                   IF CN-TIPO-NOK
                       MOVE 3          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-TIPO-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O TIPO NO CATALOGO (ATV85)              *
      ******************************************************************
       RTVALIDAR-TIPO                  SECTION.
      ******************************************************************
      *
           SET CN-TIPO-NOK             TO TRUE.
           SET CN-FAIXA-DENTRO         TO TRUE.
      *
           MOVE SPACES                 TO WS-TX-FAIXA.
      *
           SET TP-FN-VALIDAR           TO TRUE.
      *
           MOVE WS-SS                  TO TP-SS.
           MOVE WS-ST                  TO TP-ST.
           MOVE WS-COD-TIPO-NOVO       TO TP-COD-TIPO.
           MOVE WS-HR-ESFORCO          TO TP-HR-ESFORCO.
      *
           CALL WS-ATV85               USING WS-COMANDO-TIPO.
      *
           EVALUATE TRUE
               WHEN TP-RET-OK
                   SET CN-TIPO-OK      TO TRUE
                   MOVE WS-MSGARQ-999  TO WS-MSG
                   PERFORM RTMONTAR-FAIXA
               WHEN TP-RET-SEM-TIPO
                   MOVE WS-MSGARQ-905  TO WS-MSG
               WHEN TP-RET-INATIVO
                   MOVE WS-MSGARQ-907  TO WS-MSG
               WHEN OTHER
                   MOVE WS-MSGARQ-906  TO WS-MSG
           END-EVALUATE.
      *
      ******************************************************************
       RTVALIDAR-TIPO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR A FAIXA PADRAO E AVISAR O ESFORCO FORA   *
      ******************************************************************
       RTMONTAR-FAIXA                  SECTION.
      ******************************************************************
      *
           MOVE TP-ESF-MINIMO          TO WS-ESF-MIN-ED.
           MOVE TP-ESF-MAXIMO          TO WS-ESF-MAX-ED.
      *
           STRING 'FAIXA PADRAO: ' WS-ESF-MIN-ED ' A ' WS-ESF-MAX-ED
                  ' H  -  PRIORIDADE PADRAO: ' TP-PRIORIDADE
                                       DELIMITED BY SIZE
                                       INTO WS-TX-FAIXA.
      *
           IF NOT TP-ESF-DENTRO
               SET CN-FAIXA-FORA       TO TRUE
               MOVE WS-MSGARQ-909      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTMONTAR-FAIXA-EXIT.            EXIT.
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
      *    ROTINA PARA GRAVAR O TIPO DA ATIVIDADE (ATV85)              *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           SET TP-FN-CLASSIFICAR       TO TRUE.
      *
           MOVE WS-SS                  TO TP-SS.
           MOVE WS-ST                  TO TP-ST.
           MOVE WS-COD-TIPO-NOVO       TO TP-COD-TIPO.
           MOVE WS-HR-ESFORCO          TO TP-HR-ESFORCO.
           MOVE 'M'                    TO TP-ORIGEM.
           MOVE LK-OPERADOR            TO TP-OPERADOR.
      *
           CALL WS-ATV85               USING WS-COMANDO-TIPO.
      *
           EVALUATE TRUE
               WHEN NOT TP-RET-OK
                   MOVE WS-MSGARQ-908  TO WS-MSG
               WHEN CN-FAIXA-FORA
                   MOVE WS-MSGARQ-910  TO WS-MSG
               WHEN OTHER
                   MOVE WS-MSGARQ-999  TO WS-MSG
           END-EVALUATE.
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
           CLOSE SYS010.
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
