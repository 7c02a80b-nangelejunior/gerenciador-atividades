      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV81.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV81                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# REVISAO DE PARES SUSPEITOS DE DUPLICIDADE    *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - LISTA ROLAVEL DOS  *
      *                       PARES PENDENTES DO SYS122 (GRAVADOS PELA *
      *                       VARREDURA ATV79 E PELA IMPORTACAO ATV14) *
      *                       COM AS DUAS ATIVIDADES AINDA ABERTAS E,  *
      *                       NO PAR ESCOLHIDO, REGISTRA A DECISAO DO  *
      *                       REVISOR - CONFIRMAR (GRAVA NO SYS072 O   *
      *                       VINCULO TIPO D DA ATIVIDADE A PARA A B)  *
      *                       OU DESCARTAR (O PAR NAO E MAIS APONTADO) *
      *                       - CHAMADO PELO MENU DE SUPERVISAO ATV26  *
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
           SELECT  SYS122    ASSIGN    TO 'SYS122.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY DU-CHAVE-PAR
                     FILE STATUS IS WS-STATUS-SYS122.
      *
           SELECT  SYS072    ASSIGN    TO 'SYS072.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-CHAVE-VINC
                     FILE STATUS IS WS-STATUS-SYS072.
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
       FD          SYS122
                              DATA RECORD DU-SYS122.
      *
       01          DU-SYS122.
      *
           COPY WATV42                 REPLACING ==::== BY ==DU==.
      *
       FD          SYS072
                              DATA RECORD VC-SYS072.
      *
       01          VC-SYS072.
      *
           COPY WATV21                 REPLACING ==::== BY ==VC==.
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
             05    AC-VINC-ATIV    PIC     9(03) COMP-3  VALUE ZEROS.
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
               88  CN-DEC-CONFIRMAR                      VALUE 'C'.
               88  CN-DEC-DESCARTAR                      VALUE 'D'.
             05    WS-SW-DECISAO   PIC     X(01)         VALUE 'N'.
               88  CN-DECISAO-OK                         VALUE 'S'.
               88  CN-DECISAO-NOK                        VALUE 'N'.
             05    WS-SW-ATIVIDADE PIC     X(01)         VALUE 'N'.
               88  CN-ATIV-ABERTA                        VALUE 'S'.
               88  CN-ATIV-FECHADA                       VALUE 'N'.
             05    WS-SW-PAR       PIC     X(01)         VALUE 'N'.
               88  CN-PAR-ABERTO                         VALUE 'S'.
               88  CN-PAR-FECHADO                        VALUE 'N'.
             05    WS-DT-HOJE      PIC     X(08)         VALUE SPACES.
             05    WS-DT-RECEB-A-ED
                                   PIC     X(10)         VALUE SPACES.
             05    WS-DT-RECEB-B-ED
                                   PIC     X(10)         VALUE SPACES.
             05    WS-PONTOS-ED    PIC     ZZ9           VALUE ZEROS.
             05    WS-CRITERIOS    PIC     X(60)         VALUE SPACES.
             05    WS-CRIT-SOLIC   PIC     X(01)         VALUE SPACES.
             05    WS-CRIT-SIST    PIC     X(01)         VALUE SPACES.
             05    WS-CRIT-PGM     PIC     X(01)         VALUE SPACES.
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
               07  TB-SS-A         PIC     9(06).
               07  TB-ST-A         PIC     9(06).
               07  TB-SS-B         PIC     9(06).
               07  TB-ST-B         PIC     9(06).
               07  TB-PONTOS       PIC     ZZ9.
               07  TB-SIGL-SIST    PIC     X(02).
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
             05    WS-STATUS-SYS122
                                   PIC     X(02).
               88  CN-SYS122-OK                          VALUE '00'.
               88  CN-SYS122-DPL                         VALUE '02'.
               88  CN-SYS122-NOK                         VALUE '23'.
               88  CN-SYS122-EOF                         VALUE '10'.
               88  CN-SYS122-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS072
                                   PIC     X(02).
               88  CN-SYS072-OK                          VALUE '00'.
               88  CN-SYS072-DPL                         VALUE '02'.
               88  CN-SYS072-DUP                         VALUE '22'.
               88  CN-SYS072-NOK                         VALUE '23'.
               88  CN-SYS072-EOF                         VALUE '10'.
               88  CN-SYS072-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.901I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.902I - ERRO NO ARQ. SYS122         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.903I - NENHUM PAR SUSPEITO PENDENTE        '.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.904I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.905I - LISTA LIMITADA A 300 PARES          '.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.906I - DECISAO DEVE SER C OU D             '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.907I - ATIVIDADE A JA POSSUI 99 VINCULOS   '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.908I - PAR JA DECIDIDO                     '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.909I - DECISAO REGISTRADA                  '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.910I - ERRO NO ARQ. SYS072         STATUS: '.
               07  WS-RETCOD-910   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.911I - ATIVIDADE DO PAR JA ENCERRADA       '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV81.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
       01          WB-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WB==.
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
                   ' *** REVISAO DE SUSPEITAS DE DUPLICIDADE ***      '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-CONTADOR.
             05    LINE 06 COLUMN 04                     VALUE
                   'PARES PENDENTES.....: '.
             05    LINE 06 COLUMN 26
                                   PIC     ZZZ9 FROM WS-CT-SELEC-ED.
           03      SC-MENSAGEM.
             05    LINE 22 COLUMN 04
                                   PIC     X(72) FROM WS-MSG.
      *
       01          SC-DECISAO.
           03      SC-DEC-PONTOS.
             05    LINE 06 COLUMN 40                     VALUE
                   'PONTUACAO....: '.
             05    LINE 06 COLUMN 55
                                   PIC     ZZ9 FROM WS-PONTOS-ED.
           03      SC-DEC-CHAVE-A.
             05    LINE 08 COLUMN 04                     VALUE
                   'ATIVIDADE A.: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     9(06) FROM WS-SS.
             05    LINE 08 COLUMN 24                     VALUE '/'.
             05    LINE 08 COLUMN 25
                                   PIC     9(06) FROM WS-ST.
             05    LINE 08 COLUMN 40                     VALUE
                   'RECEBIDA.....: '.
             05    LINE 08 COLUMN 55
                                   PIC     X(10) FROM WS-DT-RECEB-A-ED.
             05    LINE 08 COLUMN 67                     VALUE
                   'SIST: '.
             05    LINE 08 COLUMN 73
                                   PIC     X(02) FROM WS-SIGL-SIST.
           03      SC-DEC-SOLIC-A.
             05    LINE 09 COLUMN 04                     VALUE
                   'SOLICITANTE.: '.
             05    LINE 09 COLUMN 18
                                   PIC     X(60) FROM WS-NM-SOLIC.
           03      SC-DEC-PGM-A.
             05    LINE 10 COLUMN 04                     VALUE
                   'PGM/MODULO..: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(08) FROM WS-NM-PGM.
             05    LINE 10 COLUMN 27                     VALUE '/'.
             05    LINE 10 COLUMN 29
                                   PIC     X(20) FROM WS-NM-MOD.
           03      SC-DEC-OBS-A.
             05    LINE 11 COLUMN 04                     VALUE
                   'OBS.........: '.
             05    LINE 11 COLUMN 18
                                   PIC     X(60) FROM WS-OBS.
           03      SC-DEC-CHAVE-B.
             05    LINE 13 COLUMN 04                     VALUE
                   'ATIVIDADE B.: ' HIGHLIGHT.
             05    LINE 13 COLUMN 18
                                   PIC     9(06) FROM WB-SS.
             05    LINE 13 COLUMN 24                     VALUE '/'.
             05    LINE 13 COLUMN 25
                                   PIC     9(06) FROM WB-ST.
             05    LINE 13 COLUMN 40                     VALUE
                   'RECEBIDA.....: '.
             05    LINE 13 COLUMN 55
                                   PIC     X(10) FROM WS-DT-RECEB-B-ED.
             05    LINE 13 COLUMN 67                     VALUE
                   'SIST: '.
             05    LINE 13 COLUMN 73
                                   PIC     X(02) FROM WB-SIGL-SIST.
           03      SC-DEC-SOLIC-B.
             05    LINE 14 COLUMN 04                     VALUE
                   'SOLICITANTE.: '.
             05    LINE 14 COLUMN 18
                                   PIC     X(60) FROM WB-NM-SOLIC.
           03      SC-DEC-PGM-B.
             05    LINE 15 COLUMN 04                     VALUE
                   'PGM/MODULO..: '.
             05    LINE 15 COLUMN 18
                                   PIC     X(08) FROM WB-NM-PGM.
             05    LINE 15 COLUMN 27                     VALUE '/'.
             05    LINE 15 COLUMN 29
                                   PIC     X(20) FROM WB-NM-MOD.
           03      SC-DEC-OBS-B.
             05    LINE 16 COLUMN 04                     VALUE
                   'OBS.........: '.
             05    LINE 16 COLUMN 18
                                   PIC     X(60) FROM WB-OBS.
           03      SC-DEC-CRITERIOS.
             05    LINE 18 COLUMN 04                     VALUE
                   'CRITERIOS...: '.
             05    LINE 18 COLUMN 18
                                   PIC     X(60) FROM WS-CRITERIOS.
           03      SC-DEC-DECISAO.
             05    LINE 20 COLUMN 04                     VALUE
                   'DECISAO.....: ' HIGHLIGHT.
             05    LINE 20 COLUMN 18
                                   PIC     X(01) USING WS-DECISAO
                                   AUTO REQUIRED.
             05    LINE 20 COLUMN 22                     VALUE
                   '(C=CONFIRMAR DUPLICIDADE  D=DESCARTAR O PAR)'.
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
                      WS-SYS010
                      WB-SYS010.
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
           OPEN I-O SYS122.
      *
           IF CN-SYS122-INEXISTENTE
               OPEN OUTPUT SYS122
               CLOSE SYS122
               OPEN I-O SYS122
           END-IF.
      *
           IF CN-SYS122-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               CLOSE SYS010
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN I-O SYS072.
      *
           IF CN-SYS072-INEXISTENTE
               OPEN OUTPUT SYS072
               CLOSE SYS072
               OPEN I-O SYS072
           END-IF.
      *
           IF CN-SYS072-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS072   TO WS-RETCOD-910
               MOVE WS-MSGARQ-910      TO WS-MSG
               CLOSE SYS010
                     SYS122
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
      *    ROTINA PARA SELECIONAR OS PARES PENDENTES (SYS122)          *
      ******************************************************************
       RTSELECIONAR                    SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO DU-SS-A
                                          DU-ST-A
                                          DU-SS-B
                                          DU-ST-B.
      *
           START SYS122         KEY IS GREATER THAN OR
                                       EQUAL DU-CHAVE-PAR
               INVALID KEY
                   SET CN-SYS122-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS122-EOF
               READ SYS122 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS122-OK
                   WHEN CN-SYS122-DPL
                       IF DU-PAR-PENDENTE
                           PERFORM RTINCLUIR-LISTA
                       END-IF
                   WHEN CN-SYS122-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS122
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
      *    ROTINA PARA INCLUIR O PAR PENDENTE NA LISTA                 *
      *    O PAR COM ALGUMA ATIVIDADE JA ENCERRADA OU FORA DO SYS010   *
      *    NAO E LISTADO                                               *
      ******************************************************************
       RTINCLUIR-LISTA                 SECTION.
      ******************************************************************
      *
           PERFORM RTLER-PAR.
      *
           IF CN-PAR-ABERTO
               IF WS-CT-SELEC          GREATER OR EQUAL 300
                   SET CN-LISTA-CHEIA  TO TRUE
               ELSE
                   ADD 1               TO WS-CT-SELEC
                   MOVE DU-SS-A        TO TB-SS-A (WS-CT-SELEC)
                   MOVE DU-ST-A        TO TB-ST-A (WS-CT-SELEC)
                   MOVE DU-SS-B        TO TB-SS-B (WS-CT-SELEC)
                   MOVE DU-ST-B        TO TB-ST-B (WS-CT-SELEC)
                   MOVE DU-PONTOS      TO TB-PONTOS (WS-CT-SELEC)
                   MOVE WS-SIGL-SIST   TO TB-SIGL-SIST (WS-CT-SELEC)
                   MOVE WS-NM-PGM      TO TB-NM-PGM (WS-CT-SELEC)
                   MOVE WS-NM-SOLIC (1:16)
                                       TO TB-NM-SOLIC (WS-CT-SELEC)
                   MOVE SPACES         TO TB-DECISAO (WS-CT-SELEC)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTINCLUIR-LISTA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER AS DUAS ATIVIDADES DO PAR CORRENTE          *
      *    (A EM WS-SYS010 E B EM WB-SYS010)                           *
      ******************************************************************
       RTLER-PAR                       SECTION.
      ******************************************************************
      *
           SET CN-PAR-FECHADO          TO TRUE.
      *
           MOVE DU-SS-A                TO FD-SS.
           MOVE DU-ST-A                TO FD-ST.
      *
           PERFORM RTLER-ATIVIDADE.
      *
           IF CN-ATIV-ABERTA
               MOVE FD-SYS010          TO WS-SYS010
               MOVE DU-SS-B            TO FD-SS
               MOVE DU-ST-B            TO FD-ST
               PERFORM RTLER-ATIVIDADE
               IF CN-ATIV-ABERTA
                   MOVE FD-SYS010      TO WB-SYS010
                   SET CN-PAR-ABERTO   TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTLER-PAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER UMA ATIVIDADE E VERIFICAR SE ESTA ABERTA    *
      ******************************************************************
       RTLER-ATIVIDADE                 SECTION.
      ******************************************************************
      *
           SET CN-ATIV-FECHADA         TO TRUE.
      *
           READ SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   IF FD-STATUS-CONCLUIDO OR
                      FD-STATUS-CANCELADO
                       CONTINUE
                   ELSE
                       SET CN-ATIV-ABERTA
                                       TO TRUE
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
       RTLER-ATIVIDADE-EXIT.           EXIT.
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
           DISPLAY '  SS/ST A       SS/ST B       PTS SI PROGRAMA SOLICI
      -            'TANTE      D' AT 0904.
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
                  TB-SS-A (WS-ITEM-LINHA) '/'
                  TB-ST-A (WS-ITEM-LINHA) ' '
                  TB-SS-B (WS-ITEM-LINHA) '/'
                  TB-ST-B (WS-ITEM-LINHA) ' '
                  TB-PONTOS (WS-ITEM-LINHA) ' '
                  TB-SIGL-SIST (WS-ITEM-LINHA) ' '
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
      *    ROTINA PARA REGISTRAR A DECISAO DO PAR SELECIONADO          *
      *    O PAR E RELIDO PARA NAO SOBREPOR DECISAO TOMADA EM OUTRA    *
      *    SESSAO E AS ATIVIDADES SAO RELIDAS PARA EXIBICAO            *
      ******************************************************************
       RTDECIDIR                       SECTION.
      ******************************************************************
      *
           MOVE TB-SS-A (WS-ITEM-ATUAL)
                                       TO DU-SS-A.
           MOVE TB-ST-A (WS-ITEM-ATUAL)
                                       TO DU-ST-A.
           MOVE TB-SS-B (WS-ITEM-ATUAL)
                                       TO DU-SS-B.
           MOVE TB-ST-B (WS-ITEM-ATUAL)
                                       TO DU-ST-B.
      *
           READ SYS122.
      *
           IF CN-SYS122-OK             OR CN-SYS122-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-902
               MOVE WS-MSGARQ-902      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           IF NOT DU-PAR-PENDENTE
               MOVE DU-SITUACAO        TO TB-DECISAO (WS-ITEM-ATUAL)
               MOVE WS-MSGARQ-908      TO WS-MSG
           ELSE
               PERFORM RTLER-PAR
               IF CN-PAR-FECHADO
                   MOVE WS-MSGARQ-911  TO WS-MSG
               ELSE
                   PERFORM RTMONTAR-DETALHE
                   MOVE SPACES         TO WS-DECISAO
                   PERFORM RTOBTER-DECISAO
                   IF CN-DECISAO-OK
                       PERFORM RTOPCAO
                       IF CN-PF12
                           PERFORM RTGRAVAR-DECISAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTDECIDIR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA MONTAR OS CAMPOS DE DETALHE DO PAR              *
      ******************************************************************
       RTMONTAR-DETALHE                SECTION.
      ******************************************************************
      *
           MOVE DU-PONTOS              TO WS-PONTOS-ED.
      *
           STRING WS-DIA-RECEB '/'
                  WS-MES-RECEB '/'
                  WS-ANO-RECEB         DELIMITED BY SIZE
                                       INTO WS-DT-RECEB-A-ED.
      *
           STRING WB-DIA-RECEB '/'
                  WB-MES-RECEB '/'
                  WB-ANO-RECEB         DELIMITED BY SIZE
                                       INTO WS-DT-RECEB-B-ED.
      *
           MOVE 'N'                    TO WS-CRIT-SOLIC
                                          WS-CRIT-SIST
                                          WS-CRIT-PGM.
      *
           IF DU-CRIT-SOLIC            NOT EQUAL SPACES
               MOVE DU-CRIT-SOLIC      TO WS-CRIT-SOLIC
           END-IF.
      *
           IF DU-CRIT-SIST             NOT EQUAL SPACES
               MOVE DU-CRIT-SIST       TO WS-CRIT-SIST
           END-IF.
      *
           IF DU-CRIT-PGM              NOT EQUAL SPACES
               MOVE DU-CRIT-PGM        TO WS-CRIT-PGM
           END-IF.
      *
           MOVE SPACES                 TO WS-CRITERIOS.
      *
           STRING 'SOLIC=' WS-CRIT-SOLIC
                  '  SIST=' WS-CRIT-SIST
                  '  PGM/MOD=' WS-CRIT-PGM
                  '  DIAS=' DU-CRIT-DIAS
                  '  OBS=' DU-CRIT-OBS '%'
                                       DELIMITED BY SIZE
                                       INTO WS-CRITERIOS.
      *
      ******************************************************************
       RTMONTAR-DETALHE-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A DECISAO                                 *
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
               ACCEPT SC-DEC-DECISAO
               PERFORM RTPOSICIONAR
               IF AC-CAMPO             GREATER 1
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
           IF NOT CN-DEC-CONFIRMAR     AND
              NOT CN-DEC-DESCARTAR
               SET CN-DECISAO-NOK      TO TRUE
               MOVE WS-MSGARQ-906      TO WS-MSG
           END-IF.
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
      *    ROTINA PARA GRAVAR A DECISAO NO PAR (SYS122)                *
      *    NA CONFIRMACAO GRAVA ANTES O VINCULO D NO SYS072            *
      ******************************************************************
       RTGRAVAR-DECISAO                SECTION.
      ******************************************************************
      *
           ACCEPT WS-DT-HOJE           FROM DATE YYYYMMDD.
      *
           IF CN-DEC-CONFIRMAR
               PERFORM RTCONTAR-VINCULOS
               IF AC-VINC-ATIV         GREATER OR EQUAL 99
                   SET CN-DECISAO-NOK  TO TRUE
                   MOVE WS-MSGARQ-907  TO WS-MSG
               ELSE
                   PERFORM RTGRAVAR-VINCULO
               END-IF
           END-IF.
      *
           IF CN-DECISAO-OK
               MOVE WS-DECISAO         TO DU-SITUACAO
               MOVE WS-DT-HOJE         TO DU-DT-DECISAO
               MOVE LK-OPERADOR        TO DU-OPERADOR
               REWRITE DU-SYS122
               IF CN-SYS122-OK         OR CN-SYS122-DPL
                   MOVE WS-DECISAO     TO TB-DECISAO (WS-ITEM-ATUAL)
                   MOVE WS-MSGARQ-909  TO WS-MSG
               ELSE
                   MOVE WS-STATUS-SYS122
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-DECISAO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONTAR OS VINCULOS DA ATIVIDADE A               *
      ******************************************************************
       RTCONTAR-VINCULOS               SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-VINC-ATIV.
      *
           MOVE DU-SS-A                TO VC-SS.
           MOVE DU-ST-A                TO VC-ST.
           MOVE ZEROS                  TO VC-SEQ.
      *
           START SYS072         KEY IS GREATER THAN OR
                                       EQUAL VC-CHAVE-VINC
               INVALID KEY
                   SET CN-SYS072-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS072-EOF
               READ SYS072 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS072-OK
                   WHEN CN-SYS072-DPL
                       IF VC-SS        EQUAL DU-SS-A AND
                          VC-ST        EQUAL DU-ST-A
                           ADD 1       TO AC-VINC-ATIV
                       ELSE
                           SET CN-SYS072-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS072-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS072
                                       TO WS-RETCOD-910
                       MOVE WS-MSGARQ-910
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTCONTAR-VINCULOS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O VINCULO DE DUPLICIDADE (SYS072)        *
      ******************************************************************
       RTGRAVAR-VINCULO                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO VC-SYS072.
      *
           MOVE DU-SS-A                TO VC-SS.
           MOVE DU-ST-A                TO VC-ST.
      *
           COMPUTE VC-SEQ              = AC-VINC-ATIV + 1.
      *
           SET VC-VINC-DUPLICADA       TO TRUE.
           MOVE DU-SS-B                TO VC-SS-DEST.
           MOVE DU-ST-B                TO VC-ST-DEST.
           MOVE WS-DT-HOJE             TO VC-DT-REGISTRO.
           MOVE LK-OPERADOR            TO VC-OPERADOR.
      *
           WRITE VC-SYS072.
      *
           IF CN-SYS072-OK             OR CN-SYS072-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS072   TO WS-RETCOD-910
               MOVE WS-MSGARQ-910      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-VINCULO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010
                 SYS122
                 SYS072.
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
