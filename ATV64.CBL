      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV64.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV64                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# APROVACAO DE ESFORCO PELO SUPERVISOR         *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LISTA ROLAVEL DAS  *
      *                       ATIVIDADES PENDENTES DE APROVACAO NO     *
      *                       SYS101 (ESFORCO ACIMA DA ALCADA DO       *
      *                       SYS100, VER ATV63) E, NA ATIVIDADE       *
      *                       ESCOLHIDA, REGISTRA A DECISAO DO         *
      *                       SUPERVISOR - APROVAR, REJEITAR OU        *
      *                       DEVOLVER PARA REESTIMATIVA (ESTAS DUAS   *
      *                       COM MOTIVO OBRIGATORIO) - COM OPERADOR,  *
      *                       DATA E HORA - CHAMADO PELO MENU DE       *
      *                       SUPERVISAO ATV26                         *
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
           SELECT  SYS101    ASSIGN    TO 'SYS101.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APROV
                     FILE STATUS IS WS-STATUS-SYS101.
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
       FD          SYS101
                              DATA RECORD AP-SYS101.
      *
       01          AP-SYS101.
      *
           COPY WATV34                 REPLACING ==::== BY ==AP==.
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
               88  CN-BAIXO                              VALUE '00'.
               88  CN-ESC                                VALUE '01'.
               88  CN-PF12                               VALUE '93'.
               88  CN-CIMA                               VALUE '99'.
             05    WS-DECISAO      PIC     X(01)         VALUE SPACES.
               88  CN-DEC-APROVAR                        VALUE 'A'.
               88  CN-DEC-REJEITAR                       VALUE 'R'.
               88  CN-DEC-DEVOLVER                       VALUE 'D'.
             05    WS-MOTIVO       PIC     X(60)         VALUE SPACES.
             05    WS-SW-DECISAO   PIC     X(01)         VALUE 'N'.
               88  CN-DECISAO-OK                         VALUE 'S'.
               88  CN-DECISAO-NOK                        VALUE 'N'.
             05    WS-DATA-CORR    PIC     X(08)         VALUE SPACES.
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
             05    WS-DT-SUBM-ED   PIC     X(10)         VALUE SPACES.
             05    WS-CT-SELEC-ED  PIC     ZZZ9          VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE CONTROLE DA LISTA ROLAVEL                           *
      ******************************************************************
           03      WS-AREA-LISTA.
             05    FILLER          PIC     X(07)         VALUE
                                   '=LISTA='.
             05    WS-CT-SELEC     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-SW-OVERFL    PIC     X(01)         VALUE 'N'.
               88  CN-LISTA-CHEIA                        VALUE 'S'.
             05    WS-ITEM-ATUAL   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-ITEM-TOPO    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-ITEM-LINHA   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-LIN-TELA     PIC     9(02)         VALUE ZEROS.
             05    WS-POS-DISPLAY  PIC     9(04)         VALUE ZEROS.
             05    WS-LINHA-LISTA  PIC     X(74)         VALUE SPACES.
             05    WS-TAB-LISTA    OCCURS  300 TIMES.
               07  TB-SS           PIC     9(06).
               07  TB-ST           PIC     9(06).
               07  TB-SIGL-SIST    PIC     X(02).
               07  TB-PRIORIDADE   PIC     X(01).
               07  TB-HR-ESFORCO   PIC     9(03).
               07  TB-HR-LIMITE    PIC     9(03).
               07  TB-DT-SUBM      PIC     X(10).
               07  TB-NM-PGM       PIC     X(08).
               07  TB-NM-SOLIC     PIC     X(16).
               07  TB-DECISAO      PIC     X(01).
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
             05    WS-STATUS-SYS101
                                   PIC     X(02).
               88  CN-SYS101-OK                          VALUE '00'.
               88  CN-SYS101-DPL                         VALUE '02'.
               88  CN-SYS101-NOK                         VALUE '23'.
               88  CN-SYS101-EOF                         VALUE '10'.
               88  CN-SYS101-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.901I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.902I - ERRO NO ARQ. SYS101         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.903I - NENHUMA ATIVIDADE AGUARDA APROVACAO '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.904I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.905I - LISTA LIMITADA A 300 ATIVIDADES     '.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.906I - DECISAO DEVE SER A, R OU D          '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.907I - MOTIVO OBRIGATORIO PARA R E D       '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.908I - ATIVIDADE JA DECIDIDA NESTA LISTA   '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.909I - DECISAO REGISTRADA                  '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV64.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
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
                   ' *** APROVACAO DE ESFORCO PELO SUPERVISOR ***     '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-CONTADOR.
             05    LINE 06 COLUMN 04                     VALUE
                   'AGUARDANDO APROVACAO: '.
             05    LINE 06 COLUMN 26
                                   PIC     ZZZ9 FROM WS-CT-SELEC-ED.
           03      SC-MENSAGEM.
             05    LINE 22 COLUMN 04
                                   PIC     X(72) FROM WS-MSG.
      *
       01          SC-DECISAO.
           03      SC-DEC-CHAVE.
             05    LINE 08 COLUMN 04                     VALUE
                   'SS/ST.......: '.
             05    LINE 08 COLUMN 18
                                   PIC     9(06) FROM WS-SS.
             05    LINE 08 COLUMN 24                     VALUE '/'.
             05    LINE 08 COLUMN 25
                                   PIC     9(06) FROM WS-ST.
           03      SC-DEC-SIST.
             05    LINE 08 COLUMN 40                     VALUE
                   'SIGLA SIST...: '.
             05    LINE 08 COLUMN 55
                                   PIC     X(02) FROM WS-SIGL-SIST.
           03      SC-DEC-SOLIC.
             05    LINE 09 COLUMN 04                     VALUE
                   'SOLICITANTE.: '.
             05    LINE 09 COLUMN 18
                                   PIC     X(60) FROM WS-NM-SOLIC.
           03      SC-DEC-PGM.
             05    LINE 10 COLUMN 04                     VALUE
                   'NOME PGM....: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(08) FROM WS-NM-PGM.
           03      SC-DEC-PRIOR.
             05    LINE 10 COLUMN 40                     VALUE
                   'PRIORIDADE...: '.
             05    LINE 10 COLUMN 55
                                   PIC     X(01) FROM WS-PRIORIDADE.
           03      SC-DEC-OBS.
             05    LINE 11 COLUMN 04                     VALUE
                   'OBS.........: '.
             05    LINE 11 COLUMN 18
                                   PIC     X(60) FROM WS-OBS.
           03      SC-DEC-ESFORCO.
             05    LINE 13 COLUMN 04                     VALUE
                   'ESFORCO (H).: '.
             05    LINE 13 COLUMN 18
                                   PIC     ZZ9 FROM AP-HR-ESFORCO.
           03      SC-DEC-LIMITE.
             05    LINE 13 COLUMN 40                     VALUE
                   'ALCADA (H)...: '.
             05    LINE 13 COLUMN 55
                                   PIC     ZZ9 FROM AP-HR-LIMITE.
           03      SC-DEC-SUBM.
             05    LINE 14 COLUMN 04                     VALUE
                   'SUBMETIDA EM: '.
             05    LINE 14 COLUMN 18
                                   PIC     X(10) FROM WS-DT-SUBM-ED.
           03      SC-DEC-OPER.
             05    LINE 14 COLUMN 40                     VALUE
                   'POR..........: '.
             05    LINE 14 COLUMN 55
                                   PIC     X(08) FROM AP-OPER-SUBMISSAO.
           03      SC-DEC-DECISAO.
             05    LINE 16 COLUMN 04                     VALUE
                   'DECISAO.....: ' HIGHLIGHT.
             05    LINE 16 COLUMN 18
                                   PIC     X(01) USING WS-DECISAO
                                   AUTO REQUIRED.
             05    LINE 16 COLUMN 22                     VALUE
                   '(A=APROVAR  R=REJEITAR  D=DEVOLVER P/ REESTIMAR)'.
           03      SC-DEC-MOTIVO.
             05    LINE 18 COLUMN 04                     VALUE
                   'MOTIVO......: '.
             05    LINE 18 COLUMN 18
                                   PIC     X(60) USING WS-MOTIVO
                                   AUTO.
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
                      WS-AREA-LISTA
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
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
           OPEN I-O SYS101.
      *
           IF CN-SYS101-INEXISTENTE
               OPEN OUTPUT SYS101
               CLOSE SYS101
               OPEN I-O SYS101
           END-IF.
      *
           IF CN-SYS101-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS101   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               CLOSE SYS010
               PERFORM RTFINALIZAR
           END-IF.
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
           PERFORM RTSELECIONAR.
      *
           IF WS-CT-SELEC              GREATER ZEROS
               PERFORM RTLISTAR
           ELSE
               MOVE WS-MSGARQ-903      TO WS-MSG
           END-IF.
      *
           PERFORM RTFECHAR.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS PENDENTES DE APROVACAO (SYS101)   *
      ******************************************************************
       RTSELECIONAR                    SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AP-SS
                                          AP-ST.
      *
           START SYS101         KEY IS GREATER THAN OR
                                       EQUAL AP-CHAVE-APROV
               INVALID KEY
                   SET CN-SYS101-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS101-EOF
               READ SYS101 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS101-OK
                   WHEN CN-SYS101-DPL
                       IF AP-APROV-PENDENTE
                           PERFORM RTINCLUIR-LISTA
                       END-IF
                   WHEN CN-SYS101-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS101
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
           IF CN-LISTA-CHEIA
               MOVE WS-MSGARQ-905      TO WS-MSG
           END-IF.
      *
           MOVE WS-CT-SELEC            TO WS-CT-SELEC-ED.
      *
      ******************************************************************
       RTSELECIONAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR A PENDENTE NA LISTA                     *
      *    A ATIVIDADE JA ENCERRADA OU FORA DO SYS010 NAO E LISTADA    *
      ******************************************************************
       RTINCLUIR-LISTA                 SECTION.
      ******************************************************************
      *
           MOVE AP-SS                  TO FD-SS.
           MOVE AP-ST                  TO FD-ST.
      *
           READ SYS010                 INTO WS-SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   IF WS-STATUS-CONCLUIDO OR
                      WS-STATUS-CANCELADO
                       CONTINUE
                   ELSE
                       IF WS-CT-SELEC  GREATER OR EQUAL 300
                           SET CN-LISTA-CHEIA
                                       TO TRUE
                       ELSE
                           ADD 1       TO WS-CT-SELEC
                           MOVE AP-SS  TO TB-SS (WS-CT-SELEC)
                           MOVE AP-ST  TO TB-ST (WS-CT-SELEC)
                           MOVE AP-SIGL-SIST
                                       TO TB-SIGL-SIST (WS-CT-SELEC)
                           MOVE AP-PRIORIDADE
                                       TO TB-PRIORIDADE (WS-CT-SELEC)
                           MOVE AP-HR-ESFORCO
                                       TO TB-HR-ESFORCO (WS-CT-SELEC)
                           MOVE AP-HR-LIMITE
                                       TO TB-HR-LIMITE (WS-CT-SELEC)
                           STRING AP-DT-SUBMISSAO (7:2) '/'
                                  AP-DT-SUBMISSAO (5:2) '/'
                                  AP-DT-SUBMISSAO (1:4)
                                       DELIMITED BY SIZE
                                       INTO TB-DT-SUBM (WS-CT-SELEC)
                           MOVE WS-NM-PGM
                                       TO TB-NM-PGM (WS-CT-SELEC)
                           MOVE WS-NM-SOLIC (1:16)
                                       TO TB-NM-SOLIC (WS-CT-SELEC)
                           MOVE SPACES TO TB-DECISAO (WS-CT-SELEC)
                       END-IF
                   END-IF
               WHEN CN-SYS010-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTINCLUIR-LISTA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DA LISTA ROLAVEL                                     *
      ******************************************************************
       RTLISTAR                        SECTION.
      ******************************************************************
      *
           MOVE 1                      TO WS-ITEM-ATUAL
                                          WS-ITEM-TOPO.
      *
           PERFORM RTEXIBIR-PAGINA.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
           PERFORM                     UNTIL CN-ESC
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
               ACCEPT WS-TECLA         FROM ESCAPE KEY
               EVALUATE TRUE
                   WHEN CN-BAIXO
                       IF WS-ITEM-ATUAL
                                       LESS WS-CT-SELEC
                           ADD 1       TO WS-ITEM-ATUAL
                           IF WS-ITEM-ATUAL
                                       GREATER WS-ITEM-TOPO + 11
                               ADD 1   TO WS-ITEM-TOPO
                           END-IF
                       END-IF
                       PERFORM RTEXIBIR-PAGINA
                   WHEN CN-CIMA
                       IF WS-ITEM-ATUAL
                                       GREATER 1
                           SUBTRACT 1  FROM WS-ITEM-ATUAL
                           IF WS-ITEM-ATUAL
                                       LESS WS-ITEM-TOPO
                               SUBTRACT 1
                                       FROM WS-ITEM-TOPO
                           END-IF
                       END-IF
                       PERFORM RTEXIBIR-PAGINA
                   WHEN CN-PF12
                       IF TB-DECISAO (WS-ITEM-ATUAL)
                                       EQUAL SPACES
                           PERFORM RTDECIDIR
                       ELSE
                           MOVE WS-MSGARQ-908
                                       TO WS-MSG
                       END-IF
                       MOVE SPACES     TO WS-TECLA
                       PERFORM RTEXIBIR-PAGINA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-TECLA.
      *
      ******************************************************************
       RTLISTAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR A PAGINA CORRENTE DA LISTA               *
      ******************************************************************
       RTEXIBIR-PAGINA                 SECTION.
      ******************************************************************
      *
           DISPLAY SC-SCREEN.
      *
           DISPLAY '  SS/ST         SI P ESF LIM SUBMETIDA  PROGRAMA SOL
      -            'ICITANTE      D' AT 0904.
      *
           MOVE WS-ITEM-TOPO           TO WS-ITEM-LINHA.
      *
           MOVE 10                     TO WS-LIN-TELA.
      *
           PERFORM UNTIL WS-ITEM-LINHA GREATER WS-CT-SELEC OR
                         WS-LIN-TELA   GREATER 21
               PERFORM RTEXIBIR-LINHA
               ADD 1                   TO WS-ITEM-LINHA
               ADD 1                   TO WS-LIN-TELA
           END-PERFORM.
      *
           DISPLAY 'ENTER/SETAS-NAVEGA  F12-DECIDIR  ESC-SAI'
                                       AT 2502.
      *
      ******************************************************************
       RTEXIBIR-PAGINA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXIBIR UMA LINHA DA LISTA                       *
      ******************************************************************
       RTEXIBIR-LINHA                  SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-LINHA-LISTA.
      *
           STRING '  '
                  TB-SS (WS-ITEM-LINHA) '/'
                  TB-ST (WS-ITEM-LINHA) ' '
                  TB-SIGL-SIST (WS-ITEM-LINHA) ' '
                  TB-PRIORIDADE (WS-ITEM-LINHA) ' '
                  TB-HR-ESFORCO (WS-ITEM-LINHA) ' '
                  TB-HR-LIMITE (WS-ITEM-LINHA) ' '
                  TB-DT-SUBM (WS-ITEM-LINHA) ' '
                  TB-NM-PGM (WS-ITEM-LINHA) ' '
                  TB-NM-SOLIC (WS-ITEM-LINHA) ' '
                  TB-DECISAO (WS-ITEM-LINHA)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-LISTA.
      *
           COMPUTE WS-POS-DISPLAY      = (WS-LIN-TELA * 100) + 4.
      *
           IF WS-ITEM-LINHA            EQUAL WS-ITEM-ATUAL
               DISPLAY WS-LINHA-LISTA  WITH REVERSE-VIDEO
                                       AT WS-POS-DISPLAY
           ELSE
               DISPLAY WS-LINHA-LISTA  AT WS-POS-DISPLAY
           END-IF.
      *
      ******************************************************************
       RTEXIBIR-LINHA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR A DECISAO DA ATIVIDADE SELECIONADA    *
      ******************************************************************
       RTDECIDIR                       SECTION.
      ******************************************************************
      *
           MOVE TB-SS (WS-ITEM-ATUAL)  TO FD-SS
                                          AP-SS.
           MOVE TB-ST (WS-ITEM-ATUAL)  TO FD-ST
                                          AP-ST.
      *
           READ SYS010                 INTO WS-SYS010.
      *
           IF CN-SYS010-OK             OR CN-SYS010-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           READ SYS101.
      *
           IF CN-SYS101-OK             OR CN-SYS101-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS101   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE TB-DT-SUBM (WS-ITEM-ATUAL)
                                       TO WS-DT-SUBM-ED.
      *
           MOVE SPACES                 TO WS-DECISAO
                                          WS-MOTIVO.
      *
           PERFORM RTOBTER-DECISAO.
      *
           IF CN-DECISAO-OK
               PERFORM RTOPCAO
               IF CN-PF12
                   PERFORM RTGRAVAR-DECISAO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTDECIDIR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A DECISAO E O MOTIVO                      *
      ******************************************************************
       RTOBTER-DECISAO                 SECTION.
      ******************************************************************
      *
           SET CN-DECISAO-NOK          TO TRUE.
      *
           MOVE 1                      TO AC-CAMPO.
      *
      *    A DECISAO RECUSADA VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITA OU ABANDONADA COM ESC.
           PERFORM                     UNTIL CN-DECISAO-OK OR
                                             AC-CAMPO EQUAL 0
               DISPLAY SC-SCREEN
               DISPLAY SC-DECISAO
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 2
                   EVALUATE AC-CAMPO
                       WHEN 1
                           ACCEPT SC-DEC-DECISAO
                       WHEN 2
                           ACCEPT SC-DEC-MOTIVO
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 2
                   PERFORM RTVALIDAR-DECISAO
                   IF CN-DECISAO-NOK
                       MOVE 1          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-DECISAO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR A DECISAO                               *
      ******************************************************************
       RTVALIDAR-DECISAO               SECTION.
      ******************************************************************
      *
           SET CN-DECISAO-OK           TO TRUE.
      *
           EVALUATE TRUE
               WHEN NOT CN-DEC-APROVAR AND
                    NOT CN-DEC-REJEITAR AND
                    NOT CN-DEC-DEVOLVER
                   SET CN-DECISAO-NOK  TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
               WHEN NOT CN-DEC-APROVAR AND
                    WS-MOTIVO          EQUAL SPACES
                   SET CN-DECISAO-NOK  TO TRUE
                   MOVE WS-MSGARQ-907  TO WS-MSG
           END-EVALUATE.
      *
      ******************************************************************
       RTVALIDAR-DECISAO-EXIT.         EXIT.
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
           DISPLAY 'ESC - CANCELA / F12 - CONFIRMA'
                                       AT 2502.
      *
           MOVE SPACES                 TO WS-TECLA.
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
      *    ROTINA PARA GRAVAR A DECISAO NO CONTROLE (SYS101)           *
      ******************************************************************
       RTGRAVAR-DECISAO                SECTION.
      ******************************************************************
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
           MOVE WS-DECISAO             TO AP-SITUACAO.
           MOVE WS-DATA-CORR           TO AP-DT-DECISAO.
           MOVE WS-HORA-CORR           TO AP-HR-DECISAO.
           MOVE LK-OPERADOR            TO AP-OPER-DECISAO.
           MOVE WS-MOTIVO              TO AP-MOTIVO.
      *
           REWRITE AP-SYS101.
      *
           IF CN-SYS101-OK             OR CN-SYS101-DPL
               MOVE WS-DECISAO         TO TB-DECISAO (WS-ITEM-ATUAL)
               MOVE WS-MSGARQ-909      TO WS-MSG
           ELSE
               MOVE WS-STATUS-SYS101   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-DECISAO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010
                 SYS101.
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
