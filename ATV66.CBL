      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV66.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV66                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# REGISTRO DE IMPLANTACOES EM PRODUCAO         *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM O REGISTRO  *
      *                       SYS102 DE IMPLANTACOES: PARA CADA SS/ST  *
      *                       CONCLUIDA, UMA SEQUENCIA POR PROGRAMA    *
      *                       PROMOVIDO COM VERSAO, JANELA PROGRAMADA  *
      *                       (DATA E HORARIO), DATA/HORA EFETIVA DA   *
      *                       IMPLANTACAO, OPERADOR E MARCA DE         *
      *                       ROLLBACK - A SEQUENCIA 01 NOVA JA VEM    *
      *                       COM O NM-PGM/VERS-PGM DO SYS010 -        *
      *                       CALENDARIO E HISTORICO NO ATV67          *
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
           SELECT  SYS102    ASSIGN    TO 'SYS102.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IP-CHAVE-IMPL
                     ALTERNATE KEY IP-NM-PGM WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS102.
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
       FD          SYS102
                              DATA RECORD IP-SYS102.
      *
       01          IP-SYS102.
      *
           COPY WATV36                 REPLACING ==::== BY ==IP==.
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
             05    WS-SW-IMPLANT   PIC     X(01)         VALUE 'S'.
               88  CN-IMPLANT-OK                         VALUE 'S'.
               88  CN-IMPLANT-NOK                        VALUE 'N'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-SEQ-IMPL     PIC     9(02)         VALUE 01.
             05    WS-JAN-DIA      PIC     X(02)         VALUE SPACES.
             05    WS-JAN-MES      PIC     X(02)         VALUE SPACES.
             05    WS-JAN-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-JAN-HOR-INI  PIC     X(02)         VALUE SPACES.
             05    WS-JAN-MIN-INI  PIC     X(02)         VALUE SPACES.
             05    WS-JAN-HOR-FIM  PIC     X(02)         VALUE SPACES.
             05    WS-JAN-MIN-FIM  PIC     X(02)         VALUE SPACES.
             05    WS-IMP-DIA      PIC     X(02)         VALUE SPACES.
             05    WS-IMP-MES      PIC     X(02)         VALUE SPACES.
             05    WS-IMP-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-IMP-HOR      PIC     X(02)         VALUE SPACES.
             05    WS-IMP-MIN      PIC     X(02)         VALUE SPACES.
             05    WS-HORA-INI     PIC     X(04)         VALUE SPACES.
             05    WS-HORA-FIM     PIC     X(04)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE VALIDACAO DE DATAS E HORARIOS                       *
      ******************************************************************
           03      WS-VALIDA-DATA.
             05    FILLER          PIC     X(07)         VALUE
                                   '=DATAS='.
             05    WS-DT-VAL-DIA   PIC     X(02)         VALUE SPACES.
             05    WS-DT-VAL-MES   PIC     X(02)         VALUE SPACES.
             05    WS-DT-VAL-ANO   PIC     X(04)         VALUE SPACES.
             05    WS-DT-VAL-DIA-N PIC     9(02)         VALUE ZEROS.
             05    WS-DT-VAL-MES-N PIC     9(02)         VALUE ZEROS.
             05    WS-DT-VAL-ANO-N PIC     9(04)         VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-SW-DATA      PIC     X(01)         VALUE 'N'.
               88  CN-DATA-OK                            VALUE 'S'.
               88  CN-DATA-NOK                           VALUE 'N'.
             05    WS-HR-VAL-HOR   PIC     X(02)         VALUE SPACES.
             05    WS-HR-VAL-MIN   PIC     X(02)         VALUE SPACES.
             05    WS-HR-VAL-HOR-N PIC     9(02)         VALUE ZEROS.
             05    WS-HR-VAL-MIN-N PIC     9(02)         VALUE ZEROS.
             05    WS-SW-HORA      PIC     X(01)         VALUE 'N'.
               88  CN-HORA-OK                            VALUE 'S'.
               88  CN-HORA-NOK                           VALUE 'N'.
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
               88  CN-SYS010-LOCKED                      VALUE '51'.
      *
             05    WS-STATUS-SYS102
                                   PIC     X(02).
               88  CN-SYS102-OK                          VALUE '00'.
               88  CN-SYS102-DPL                         VALUE '02'.
               88  CN-SYS102-DUP                         VALUE '22'.
               88  CN-SYS102-NOK                         VALUE '23'.
               88  CN-SYS102-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.901I - ERRO NO OPEN ARQ. SYS102    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.902I - ERRO NO READ ARQ. SYS102    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.903I - ERRO NO WRITE ARQ. SYS102   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.904I - ERRO NO REWRITE ARQ. SYS102 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.905I - ERRO NO CLOSE DOS ARQUIVOS  STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.906I - ERRO NO OPEN ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.907I - ERRO NO READ ARQ. SYS010    STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.908I - ATIVIDADE NAO ENCONTRADA            '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.909I - ATIVIDADE AINDA NAO CONCLUIDA       '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.910I - PROGRAMA EM BRANCO NAO E PERMITIDO  '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.911I - DATA DA JANELA INVALIDA             '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.912I - HORARIO DA JANELA INVALIDO          '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.913I - DATA/HORA DE IMPLANTACAO INVALIDA   '.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.914I - ROLLBACK: S OU N                    '.
      *
             05    WS-MSGARQ-915.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.915I - SEQUENCIA ZERO NAO E PERMITIDA      '.
      *
             05    WS-MSGARQ-916.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.916I - REGISTRO SYS010 EM USO - TENTE NOVO '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV66.999I - EXECUTADO COM SUCESSO               '.
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
       01          WS-SYS010.
      *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
      ******************************************************************
      *    AREA DO REGISTRO DE IMPLANTACAO (SYS102)                    *
      ******************************************************************
       01          WS-SYS102.
      *
           COPY WATV36                 REPLACING ==::== BY ==IM==.
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
             05    LINE 04 COLUMN 16                     VALUE
                   ' *** REGISTRO DE IMPLANTACOES EM PRODUCAO ***     '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
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
           03      SC-SEQ.
             05    LINE 08 COLUMN 32                     VALUE
                   'SEQ.: '        HIGHLIGHT.
             05    LINE 08 COLUMN 38
                                   PIC     9(02) USING WS-SEQ-IMPL
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 42                     VALUE
                   '(UMA SEQUENCIA POR PROGRAMA)'.
           03      SC-NM-SOLIC.
             05    LINE 10 COLUMN 04                     VALUE
                   'SOLICITANTE.: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(60) FROM WS-NM-SOLIC.
           03      SC-NM-PGM.
             05    LINE 12 COLUMN 04                     VALUE
                   'PROGRAMA....: ' HIGHLIGHT.
             05    LINE 12 COLUMN 18
                                   PIC     X(08) USING IM-NM-PGM
                                   AUTO.
           03      SC-VERS-PGM.
             05    LINE 12 COLUMN 30                     VALUE
                   'VERSAO: '.
             05    LINE 12 COLUMN 38
                                   PIC     X(04) USING IM-VERS-PGM
                                   AUTO.
           03      SC-DT-JANELA.
             05    LINE 14 COLUMN 04                     VALUE
                   'JANELA......: ' HIGHLIGHT.
             05    LINE 14 COLUMN 18
                                   PIC     X(02) USING WS-JAN-DIA
                                   AUTO.
             05    LINE 14 COLUMN 20                     VALUE '/'.
             05    LINE 14 COLUMN 21
                                   PIC     X(02) USING WS-JAN-MES
                                   AUTO.
             05    LINE 14 COLUMN 23                     VALUE '/'.
             05    LINE 14 COLUMN 24
                                   PIC     X(04) USING WS-JAN-ANO
                                   AUTO.
           03      SC-HR-JANELA.
             05    LINE 14 COLUMN 30                     VALUE 'DAS '.
             05    LINE 14 COLUMN 34
                                   PIC     X(02) USING WS-JAN-HOR-INI
                                   AUTO.
             05    LINE 14 COLUMN 36                     VALUE ':'.
             05    LINE 14 COLUMN 37
                                   PIC     X(02) USING WS-JAN-MIN-INI
                                   AUTO.
             05    LINE 14 COLUMN 40                     VALUE 'AS '.
             05    LINE 14 COLUMN 43
                                   PIC     X(02) USING WS-JAN-HOR-FIM
                                   AUTO.
             05    LINE 14 COLUMN 45                     VALUE ':'.
             05    LINE 14 COLUMN 46
                                   PIC     X(02) USING WS-JAN-MIN-FIM
                                   AUTO.
           03      SC-DT-IMPLANT.
             05    LINE 16 COLUMN 04                     VALUE
                   'IMPLANTACAO.: '.
             05    LINE 16 COLUMN 18
                                   PIC     X(02) USING WS-IMP-DIA
                                   AUTO.
             05    LINE 16 COLUMN 20                     VALUE '/'.
             05    LINE 16 COLUMN 21
                                   PIC     X(02) USING WS-IMP-MES
                                   AUTO.
             05    LINE 16 COLUMN 23                     VALUE '/'.
             05    LINE 16 COLUMN 24
                                   PIC     X(04) USING WS-IMP-ANO
                                   AUTO.
           03      SC-HR-IMPLANT.
             05    LINE 16 COLUMN 30
                                   PIC     X(02) USING WS-IMP-HOR
                                   AUTO.
             05    LINE 16 COLUMN 32                     VALUE ':'.
             05    LINE 16 COLUMN 33
                                   PIC     X(02) USING WS-IMP-MIN
                                   AUTO.
             05    LINE 16 COLUMN 38                     VALUE
                   '(EM BRANCO = AINDA NAO IMPLANTADO)'.
           03      SC-ROLLBACK.
             05    LINE 18 COLUMN 04                     VALUE
                   'ROLLBACK....: '.
             05    LINE 18 COLUMN 18
                                   PIC     X(01) USING IM-IN-ROLLBACK
                                   AUTO.
             05    LINE 18 COLUMN 22                     VALUE
                   '(S=VERSAO RETORNADA APOS A IMPLANTACAO  N=NAO)'.
           03      SC-REGISTRO.
             05    LINE 20 COLUMN 04                     VALUE
                   'ULT.REGISTRO: '.
             05    LINE 20 COLUMN 18
                                   PIC     X(08) FROM IM-DT-REGISTRO.
             05    LINE 20 COLUMN 28
                                   PIC     X(08) FROM IM-OPERADOR.
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
                      WS-SYS102.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN INPUT SYS010.
      *
           IF CN-SYS010-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS010   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN I-O SYS102.
      *
           IF CN-SYS102-INEXISTENTE
               OPEN OUTPUT SYS102
               CLOSE SYS102
               OPEN I-O SYS102
           END-IF.
      *
           IF CN-SYS102-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS102   TO WS-RETCOD-901
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
                   IF CN-IMPLANT-OK
                       PERFORM RTLER-SYS102
                       PERFORM RTOBTER-ENTRADA
                       IF CN-IMPLANT-OK
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
                      WS-SYS102.
      *
           MOVE SPACES                 TO WS-TX-MODO
                                          WS-TECLA
                                          WS-JAN-DIA
                                          WS-JAN-MES
                                          WS-JAN-ANO
                                          WS-JAN-HOR-INI
                                          WS-JAN-MIN-INI
                                          WS-JAN-HOR-FIM
                                          WS-JAN-MIN-FIM
                                          WS-IMP-DIA
                                          WS-IMP-MES
                                          WS-IMP-ANO
                                          WS-IMP-HOR
                                          WS-IMP-MIN.
      *
           MOVE 01                     TO WS-SEQ-IMPL.
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
      *    ROTINA PARA OBTER A CHAVE (SS/ST/SEQUENCIA)                 *
      ******************************************************************
       RTOBTER-CHAVE                   SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 3
               EVALUATE AC-CAMPO
                   WHEN 1
                       ACCEPT SC-SS
                   WHEN 2
                       ACCEPT SC-ST
                   WHEN 3
                       ACCEPT SC-SEQ
               END-EVALUATE
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CHAVE-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DA ATIVIDADE NO SYS010                  *
      *    SO A SS/ST CONCLUIDA RECEBE REGISTRO DE IMPLANTACAO         *
      ******************************************************************
       RTLER-SYS010                    SECTION.
      ******************************************************************
      *
           SET CN-IMPLANT-OK           TO TRUE.
      *
           MOVE WS-CHAVE               TO FD-CHAVE.
      *
           READ SYS010                 INTO WS-SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   IF NOT WS-STATUS-CONCLUIDO
                       SET CN-IMPLANT-NOK
                                       TO TRUE
                       MOVE WS-MSGARQ-909
                                       TO WS-MSG
                   END-IF
               WHEN CN-SYS010-NOK
                   SET CN-IMPLANT-NOK  TO TRUE
                   MOVE WS-MSGARQ-908  TO WS-MSG
               WHEN CN-SYS010-LOCKED
                   SET CN-IMPLANT-NOK  TO TRUE
                   MOVE WS-MSGARQ-916  TO WS-MSG
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-907
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           IF CN-IMPLANT-OK            AND
              WS-SEQ-IMPL              EQUAL ZEROS
               SET CN-IMPLANT-NOK      TO TRUE
               MOVE WS-MSGARQ-915      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTLER-SYS010-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO REGISTRO DE IMPLANTACAO SYS102       *
      ******************************************************************
       RTLER-SYS102                    SECTION.
      ******************************************************************
      *
           MOVE WS-SS                  TO IP-SS.
           MOVE WS-ST                  TO IP-ST.
           MOVE WS-SEQ-IMPL            TO IP-SEQ.
      *
           READ SYS102                 INTO WS-SYS102.
      *
           EVALUATE TRUE
               WHEN CN-SYS102-OK
               WHEN CN-SYS102-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
                   MOVE IM-DT-JANELA (7:2)
                                       TO WS-JAN-DIA
                   MOVE IM-DT-JANELA (5:2)
                                       TO WS-JAN-MES
                   MOVE IM-DT-JANELA (1:4)
                                       TO WS-JAN-ANO
                   MOVE IM-HR-JANELA-INI (1:2)
                                       TO WS-JAN-HOR-INI
                   MOVE IM-HR-JANELA-INI (3:2)
                                       TO WS-JAN-MIN-INI
                   MOVE IM-HR-JANELA-FIM (1:2)
                                       TO WS-JAN-HOR-FIM
                   MOVE IM-HR-JANELA-FIM (3:2)
                                       TO WS-JAN-MIN-FIM
                   IF IM-DT-IMPLANT    NOT EQUAL SPACES
                       MOVE IM-DT-IMPLANT (7:2)
                                       TO WS-IMP-DIA
                       MOVE IM-DT-IMPLANT (5:2)
                                       TO WS-IMP-MES
                       MOVE IM-DT-IMPLANT (1:4)
                                       TO WS-IMP-ANO
                       MOVE IM-HR-IMPLANT (1:2)
                                       TO WS-IMP-HOR
                       MOVE IM-HR-IMPLANT (3:2)
                                       TO WS-IMP-MIN
                   END-IF
               WHEN CN-SYS102-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   INITIALIZE WS-SYS102
                   MOVE WS-SS          TO IM-SS
                   MOVE WS-ST          TO IM-ST
                   MOVE WS-SEQ-IMPL    TO IM-SEQ
                   MOVE SPACES         TO IM-DT-REGISTRO
                                          IM-OPERADOR
                                          IM-DT-IMPLANT
                                          IM-HR-IMPLANT
                   SET IM-SEM-ROLLBACK TO TRUE
      *            A PRIMEIRA SEQUENCIA VEM COM O PROGRAMA DA ATIVIDADE.
                   IF WS-SEQ-IMPL      EQUAL 01
                       MOVE WS-NM-PGM  TO IM-NM-PGM
                       MOVE WS-VERS-PGM
                                       TO IM-VERS-PGM
                   END-IF
               WHEN OTHER
                   MOVE WS-STATUS-SYS102
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS102-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DA IMPLANTACAO                   *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-IMPLANT-NOK          TO TRUE.
      *
           MOVE 4                      TO AC-CAMPO.
      *
      *    O REGISTRO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-IMPLANT-OK OR
                                             AC-CAMPO EQUAL 3
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   3 OR
                                                      GREATER 10
                   EVALUATE AC-CAMPO
                       WHEN 4
                           ACCEPT SC-NM-PGM
                       WHEN 5
                           ACCEPT SC-VERS-PGM
                       WHEN 6
                           ACCEPT SC-DT-JANELA
                       WHEN 7
                           ACCEPT SC-HR-JANELA
                       WHEN 8
                           ACCEPT SC-DT-IMPLANT
                       WHEN 9
                           ACCEPT SC-HR-IMPLANT
                       WHEN 10
                           ACCEPT SC-ROLLBACK
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 10
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-IMPLANT-NOK
                       MOVE 4          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DA IMPLANTACAO                 *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-IMPLANT-OK           TO TRUE.
      *
           IF IM-NM-PGM                EQUAL SPACES
               SET CN-IMPLANT-NOK      TO TRUE
               MOVE WS-MSGARQ-910      TO WS-MSG
           END-IF.
      *
           IF CN-IMPLANT-OK
               MOVE WS-JAN-DIA         TO WS-DT-VAL-DIA
               MOVE WS-JAN-MES         TO WS-DT-VAL-MES
               MOVE WS-JAN-ANO         TO WS-DT-VAL-ANO
               PERFORM RTVALIDAR-DATA
               IF CN-DATA-NOK
                   SET CN-IMPLANT-NOK  TO TRUE
                   MOVE WS-MSGARQ-911  TO WS-MSG
               END-IF
           END-IF.
      *
           IF CN-IMPLANT-OK
               PERFORM RTVALIDAR-JANELA
           END-IF.
      *
      *    DATA DE IMPLANTACAO EM BRANCO = AINDA NAO IMPLANTADO.
           IF CN-IMPLANT-OK            AND
             (WS-IMP-DIA               NOT EQUAL SPACES OR
              WS-IMP-MES               NOT EQUAL SPACES OR
              WS-IMP-ANO               NOT EQUAL SPACES)
               MOVE WS-IMP-DIA         TO WS-DT-VAL-DIA
               MOVE WS-IMP-MES         TO WS-DT-VAL-MES
               MOVE WS-IMP-ANO         TO WS-DT-VAL-ANO
               PERFORM RTVALIDAR-DATA
               MOVE WS-IMP-HOR         TO WS-HR-VAL-HOR
               MOVE WS-IMP-MIN         TO WS-HR-VAL-MIN
               PERFORM RTVALIDAR-HORA
               IF CN-DATA-NOK          OR CN-HORA-NOK
                   SET CN-IMPLANT-NOK  TO TRUE
                   MOVE WS-MSGARQ-913  TO WS-MSG
               END-IF
           END-IF.
      *
           IF CN-IMPLANT-OK            AND
              NOT IM-COM-ROLLBACK      AND
              NOT IM-SEM-ROLLBACK
               SET CN-IMPLANT-NOK      TO TRUE
               MOVE WS-MSGARQ-914      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-ENTRADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O HORARIO DA JANELA (INICIO ATE O FIM)  *
      ******************************************************************
       RTVALIDAR-JANELA                SECTION.
      ******************************************************************
      *
           MOVE WS-JAN-HOR-INI         TO WS-HR-VAL-HOR.
           MOVE WS-JAN-MIN-INI         TO WS-HR-VAL-MIN.
      *
           PERFORM RTVALIDAR-HORA.
      *
           IF CN-HORA-OK
               MOVE WS-JAN-HOR-FIM     TO WS-HR-VAL-HOR
               MOVE WS-JAN-MIN-FIM     TO WS-HR-VAL-MIN
               PERFORM RTVALIDAR-HORA
           END-IF.
      *
           IF CN-HORA-OK
               STRING WS-JAN-HOR-INI WS-JAN-MIN-INI
                                       DELIMITED BY SIZE
                                       INTO WS-HORA-INI
               STRING WS-JAN-HOR-FIM WS-JAN-MIN-FIM
                                       DELIMITED BY SIZE
                                       INTO WS-HORA-FIM
               IF WS-HORA-FIM          LESS WS-HORA-INI
                   SET CN-HORA-NOK     TO TRUE
               END-IF
           END-IF.
      *
           IF CN-HORA-NOK
               SET CN-IMPLANT-NOK      TO TRUE
               MOVE WS-MSGARQ-912      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-JANELA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR UM HORARIO (HORA/MINUTO)                *
      ******************************************************************
       RTVALIDAR-HORA                  SECTION.
      ******************************************************************
      *
           SET CN-HORA-NOK             TO TRUE.
      *
           IF WS-HR-VAL-HOR            NUMERIC AND
              WS-HR-VAL-MIN            NUMERIC
               MOVE WS-HR-VAL-HOR      TO WS-HR-VAL-HOR-N
               MOVE WS-HR-VAL-MIN      TO WS-HR-VAL-MIN-N
               IF WS-HR-VAL-HOR-N      LESS OR EQUAL 23 AND
                  WS-HR-VAL-MIN-N      LESS OR EQUAL 59
                   SET CN-HORA-OK      TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-HORA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR UMA DATA (DIA/MES/ANO)                  *
      ******************************************************************
       RTVALIDAR-DATA                  SECTION.
      ******************************************************************
      *
           SET CN-DATA-NOK             TO TRUE.
      *
           IF WS-DT-VAL-DIA            NUMERIC AND
              WS-DT-VAL-MES            NUMERIC AND
              WS-DT-VAL-ANO            NUMERIC
               MOVE WS-DT-VAL-DIA      TO WS-DT-VAL-DIA-N
               MOVE WS-DT-VAL-MES      TO WS-DT-VAL-MES-N
               MOVE WS-DT-VAL-ANO      TO WS-DT-VAL-ANO-N
               PERFORM RTOBTER-DIA-MAXIMO
               IF WS-DT-VAL-DIA-N      GREATER OR EQUAL 01 AND
                  WS-DT-VAL-DIA-N      LESS OR EQUAL WS-DIA-MAXIMO AND
                  WS-DT-VAL-ANO-N      GREATER ZEROS
                   SET CN-DATA-OK      TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-DATA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES                       *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-DT-VAL-MES-N
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31             TO WS-DIA-MAXIMO
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30             TO WS-DIA-MAXIMO
               WHEN 02
                   PERFORM RTVERIFICAR-BISSEXTO
               WHEN OTHER
                   MOVE ZEROS          TO WS-DIA-MAXIMO
           END-EVALUATE.
      *
      ******************************************************************
       RTOBTER-DIA-MAXIMO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR ANO BISSEXTO (FEVEREIRO)              *
      ******************************************************************
       RTVERIFICAR-BISSEXTO            SECTION.
      ******************************************************************
      *
           DIVIDE WS-DT-VAL-ANO-N      BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-DT-VAL-ANO-N      BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-DT-VAL-ANO-N      BY 400
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-400.
      *
           IF WS-RESTO-4               EQUAL ZEROS AND
             (WS-RESTO-100             NOT EQUAL ZEROS OR
              WS-RESTO-400             EQUAL ZEROS)
               MOVE 29                 TO WS-DIA-MAXIMO
           ELSE
               MOVE 28                 TO WS-DIA-MAXIMO
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-BISSEXTO-EXIT.      EXIT.
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
      *    ROTINA PARA ATUALIZAR O REGISTRO DE IMPLANTACOES            *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           STRING WS-JAN-ANO WS-JAN-MES WS-JAN-DIA
                                       DELIMITED BY SIZE
                                       INTO IM-DT-JANELA.
      *
           MOVE WS-HORA-INI            TO IM-HR-JANELA-INI.
           MOVE WS-HORA-FIM            TO IM-HR-JANELA-FIM.
      *
           IF WS-IMP-DIA               EQUAL SPACES AND
              WS-IMP-MES               EQUAL SPACES AND
              WS-IMP-ANO               EQUAL SPACES
               MOVE SPACES             TO IM-DT-IMPLANT
                                          IM-HR-IMPLANT
           ELSE
               STRING WS-IMP-ANO WS-IMP-MES WS-IMP-DIA
                                       DELIMITED BY SIZE
                                       INTO IM-DT-IMPLANT
               STRING WS-IMP-HOR WS-IMP-MIN
                                       DELIMITED BY SIZE
                                       INTO IM-HR-IMPLANT
           END-IF.
      *
           MOVE WS-DATA-CORR           TO IM-DT-REGISTRO.
           MOVE LK-OPERADOR            TO IM-OPERADOR.
      *
           MOVE IM-CHAVE-IMPL          TO IP-CHAVE-IMPL.
      *
           IF CN-MODO-INC
               WRITE IP-SYS102         FROM WS-SYS102
               IF CN-SYS102-OK         OR CN-SYS102-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS102
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE IP-SYS102       FROM WS-SYS102
               IF CN-SYS102-OK         OR CN-SYS102-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS102
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
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS010
                 SYS102.
      *
           IF CN-SYS010-OK             AND
              CN-SYS102-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS102   TO WS-RETCOD-905
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
