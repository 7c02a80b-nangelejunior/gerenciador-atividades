      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV72.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV72                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# CALENDARIO DE AUSENCIAS DOS OPERADORES       *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM O           *
      *                       CALENDARIO SYS109 DE AUSENCIAS DOS       *
      *                       OPERADORES (FERIAS, LICENCA,             *
      *                       TREINAMENTO): OPERADOR DO SYS042 E DATA  *
      *                       DE INICIO COMO CHAVE, DATA DE FIM, TIPO, *
      *                       HORAS AUSENTES POR DIA (00 = DIA         *
      *                       INTEIRO) E SITUACAO - A AUSENCIA NAO E   *
      *                       EXCLUIDA, E CANCELADA. RECUSA PERIODO    *
      *                       QUE SOBREPOE OUTRA AUSENCIA ATIVA DO     *
      *                       MESMO OPERADOR. CONSULTADO PELO ATV73    *
      *                       NA PROJECAO DE CARGA (ATV33), NA         *
      *                       ATRIBUICAO (ATV15/ATV34) E NO RELATORIO  *
      *                       DE ATRASO (ATV07) - OPCAO 31 DO ATV00,   *
      *                       RESTRITA AO PERFIL SUPERVISOR            *
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
           SELECT  SYS109    ASSIGN    TO 'SYS109.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FA-CHAVE-AUS
                     FILE STATUS IS WS-STATUS-SYS109.
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
       FD          SYS109
                              DATA RECORD FA-SYS109.
      *
       01          FA-SYS109.
      *
           COPY WATV40                 REPLACING ==::== BY ==FA==.
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
             05    WS-SW-AUSENCIA  PIC     X(01)         VALUE 'S'.
               88  CN-AUSENCIA-OK                        VALUE 'S'.
               88  CN-AUSENCIA-NOK                       VALUE 'N'.
             05    WS-SW-SOBREPOE  PIC     X(01)         VALUE 'N'.
               88  CN-SOBREPOE                           VALUE 'S'.
               88  CN-NAO-SOBREPOE                       VALUE 'N'.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-ID-OPER      PIC     X(08)         VALUE SPACES.
             05    WS-NM-OPER      PIC     X(30)         VALUE SPACES.
             05    WS-INI-DIA      PIC     X(02)         VALUE SPACES.
             05    WS-INI-MES      PIC     X(02)         VALUE SPACES.
             05    WS-INI-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-FIM-DIA      PIC     X(02)         VALUE SPACES.
             05    WS-FIM-MES      PIC     X(02)         VALUE SPACES.
             05    WS-FIM-ANO      PIC     X(04)         VALUE SPACES.
             05    WS-DT-INICIO    PIC     X(08)         VALUE SPACES.
             05    WS-DT-FIM       PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE VALIDACAO DE DATAS                                  *
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
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS109
                                   PIC     X(02).
               88  CN-SYS109-OK                          VALUE '00'.
               88  CN-SYS109-DPL                         VALUE '02'.
               88  CN-SYS109-EOF                         VALUE '10'.
               88  CN-SYS109-NOK                         VALUE '23'.
               88  CN-SYS109-INEXISTENTE                 VALUE '35'.
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
                   '#ATV72.901I - ERRO NO OPEN ARQ. SYS109    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.902I - ERRO NO READ ARQ. SYS109    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.903I - ERRO NO WRITE ARQ. SYS109   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.904I - ERRO NO REWRITE ARQ. SYS109 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.905I - ERRO NO CLOSE ARQ. SYS109   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.906I - OPERADOR NAO CADASTRADO/INATIVO     '.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.907I - DATA DE INICIO INVALIDA             '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.908I - DATA DE FIM INVALIDA OU ANTES DO INI'.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.909I - TIPO: F, L, T OU O                  '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.910I - HORAS POR DIA: 00 A 23              '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.911I - SITUACAO: A OU C                    '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.912I - SOBREPOE AUSENCIA ATIVA INICIADA EM '.
               07  WS-DT-SOBREPOE  PIC     X(10)         VALUE SPACES.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV72.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
      ******************************************************************
      *
      ******************************************************************
      *    AREA DO REGISTRO DE AUSENCIA (SYS109)                       *
      ******************************************************************
       01          WS-SYS109.
      *
           COPY WATV40                 REPLACING ==::== BY ==AU==.
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
                   ' *** CALENDARIO DE AUSENCIAS DOS OPERADORES ***   '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
           03      SC-ID-OPER.
             05    LINE 08 COLUMN 04                     VALUE
                   'OPERADOR....: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     X(08) USING WS-ID-OPER
                                   AUTO REQUIRED.
           03      SC-DT-INICIO.
             05    LINE 08 COLUMN 30                     VALUE
                   'INICIO: '      HIGHLIGHT.
             05    LINE 08 COLUMN 38
                                   PIC     X(02) USING WS-INI-DIA
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 40                     VALUE '/'.
             05    LINE 08 COLUMN 41
                                   PIC     X(02) USING WS-INI-MES
                                   AUTO REQUIRED.
             05    LINE 08 COLUMN 43                     VALUE '/'.
             05    LINE 08 COLUMN 44
                                   PIC     X(04) USING WS-INI-ANO
                                   AUTO REQUIRED.
           03      SC-NM-OPER.
             05    LINE 10 COLUMN 04                     VALUE
                   'NOME........: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(30) FROM WS-NM-OPER.
           03      SC-DT-FIM.
             05    LINE 12 COLUMN 04                     VALUE
                   'FIM.........: ' HIGHLIGHT.
             05    LINE 12 COLUMN 18
                                   PIC     X(02) USING WS-FIM-DIA
                                   AUTO.
             05    LINE 12 COLUMN 20                     VALUE '/'.
             05    LINE 12 COLUMN 21
                                   PIC     X(02) USING WS-FIM-MES
                                   AUTO.
             05    LINE 12 COLUMN 23                     VALUE '/'.
             05    LINE 12 COLUMN 24
                                   PIC     X(04) USING WS-FIM-ANO
                                   AUTO.
           03      SC-TP-AUSENCIA.
             05    LINE 14 COLUMN 04                     VALUE
                   'TIPO........: ' HIGHLIGHT.
             05    LINE 14 COLUMN 18
                                   PIC     X(01) USING AU-TP-AUSENCIA
                                   AUTO.
             05    LINE 14 COLUMN 22                     VALUE
                   '(F=FERIAS L=LICENCA T=TREINAMENTO O=OUTROS)'.
           03      SC-HR-DIA.
             05    LINE 15 COLUMN 04                     VALUE
                   'HORAS/DIA...: '.
             05    LINE 15 COLUMN 18
                                   PIC     9(02) USING AU-HR-DIA
                                   AUTO.
             05    LINE 15 COLUMN 22                     VALUE
                   '(00 = DIA INTEIRO)'.
           03      SC-SITUACAO.
             05    LINE 16 COLUMN 04                     VALUE
                   'SITUACAO....: '.
             05    LINE 16 COLUMN 18
                                   PIC     X(01) USING AU-SITUACAO
                                   AUTO.
             05    LINE 16 COLUMN 22                     VALUE
                   '(A=ATIVA C=CANCELADA)'.
           03      SC-DESCRICAO.
             05    LINE 18 COLUMN 04                     VALUE
                   'DESCRICAO...: '.
             05    LINE 18 COLUMN 18
                                   PIC     X(40) USING AU-DESCRICAO
                                   AUTO.
           03      SC-REGISTRO.
             05    LINE 20 COLUMN 04                     VALUE
                   'ULT.REGISTRO: '.
             05    LINE 20 COLUMN 18
                                   PIC     X(08) FROM AU-DT-REGISTRO.
             05    LINE 20 COLUMN 28
                                   PIC     X(08) FROM AU-OPERADOR.
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
                      WS-SYS109.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS109.
      *
           IF CN-SYS109-INEXISTENTE
               OPEN OUTPUT SYS109
               CLOSE SYS109
               OPEN I-O SYS109
           END-IF.
      *
           IF CN-SYS109-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS109   TO WS-RETCOD-901
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
                   PERFORM RTVALIDAR-CHAVE
                   IF CN-AUSENCIA-OK
                       PERFORM RTLER-SYS109
                       PERFORM RTOBTER-ENTRADA
                       IF CN-AUSENCIA-OK
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
                      WS-SYS109.
      *
           MOVE SPACES                 TO WS-TX-MODO
                                          WS-TECLA
                                          WS-NM-OPER
                                          WS-INI-DIA
                                          WS-INI-MES
                                          WS-INI-ANO
                                          WS-FIM-DIA
                                          WS-FIM-MES
                                          WS-FIM-ANO.
      *
      *    O OPERADOR DA ULTIMA TELA FICA PREENCHIDO PARA FACILITAR O
      *    LANCAMENTO DE VARIOS PERIODOS DA MESMA PESSOA.
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
      *    ROTINA PARA OBTER A CHAVE (OPERADOR/DATA DE INICIO)         *
      ******************************************************************
       RTOBTER-CHAVE                   SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 2
               EVALUATE AC-CAMPO
                   WHEN 1
                       ACCEPT SC-ID-OPER
                   WHEN 2
                       ACCEPT SC-DT-INICIO
               END-EVALUATE
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CHAVE-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR A CHAVE                                 *
      *    O OPERADOR DEVE ESTAR ATIVO NO CADASTRO SYS042              *
      ******************************************************************
       RTVALIDAR-CHAVE                 SECTION.
      ******************************************************************
      *
           SET CN-AUSENCIA-OK          TO TRUE.
      *
           OPEN INPUT SYS042.
      *
           EVALUATE TRUE
               WHEN CN-SYS042-OK
                   MOVE WS-ID-OPER     TO OP-ID-OPER
                   READ SYS042
                   IF (CN-SYS042-OK OR CN-SYS042-DPL) AND
                      OP-OPER-ATIVO
                       MOVE OP-NM-OPER TO WS-NM-OPER
                   ELSE
                       SET CN-AUSENCIA-NOK
                                       TO TRUE
                       MOVE WS-MSGARQ-906
                                       TO WS-MSG
                   END-IF
                   CLOSE SYS042
               WHEN CN-SYS042-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   SET CN-AUSENCIA-NOK TO TRUE
                   MOVE WS-MSGARQ-906  TO WS-MSG
           END-EVALUATE.
      *
           IF CN-AUSENCIA-OK
               MOVE WS-INI-DIA         TO WS-DT-VAL-DIA
               MOVE WS-INI-MES         TO WS-DT-VAL-MES
               MOVE WS-INI-ANO         TO WS-DT-VAL-ANO
               PERFORM RTVALIDAR-DATA
               IF CN-DATA-OK
                   STRING WS-INI-ANO WS-INI-MES WS-INI-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-DT-INICIO
               ELSE
                   SET CN-AUSENCIA-NOK TO TRUE
                   MOVE WS-MSGARQ-907  TO WS-MSG
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-CHAVE-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DA AUSENCIA NO SYS109                   *
      ******************************************************************
       RTLER-SYS109                    SECTION.
      ******************************************************************
      *
           MOVE WS-ID-OPER             TO FA-ID-OPER.
           MOVE WS-DT-INICIO           TO FA-DT-INICIO.
      *
           READ SYS109                 INTO WS-SYS109.
      *
           EVALUATE TRUE
               WHEN CN-SYS109-OK
               WHEN CN-SYS109-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
                   MOVE AU-DT-FIM (7:2)
                                       TO WS-FIM-DIA
                   MOVE AU-DT-FIM (5:2)
                                       TO WS-FIM-MES
                   MOVE AU-DT-FIM (1:4)
                                       TO WS-FIM-ANO
               WHEN CN-SYS109-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   INITIALIZE WS-SYS109
                   MOVE WS-ID-OPER     TO AU-ID-OPER
                   MOVE WS-DT-INICIO   TO AU-DT-INICIO
                   MOVE SPACES         TO AU-DT-REGISTRO
                                          AU-OPERADOR
                   SET AU-TP-FERIAS    TO TRUE
                   SET AU-AUS-ATIVA    TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS109
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS109-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DA AUSENCIA                      *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-AUSENCIA-NOK         TO TRUE.
      *
           MOVE 3                      TO AC-CAMPO.
      *
      *    O REGISTRO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM NA
      *    TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-AUSENCIA-OK OR
                                             AC-CAMPO EQUAL 2
               DISPLAY SC-SCREEN
               DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               PERFORM                 UNTIL AC-CAMPO EQUAL   2 OR
                                                      GREATER 7
                   EVALUATE AC-CAMPO
                       WHEN 3
                           ACCEPT SC-DT-FIM
                       WHEN 4
                           ACCEPT SC-TP-AUSENCIA
                       WHEN 5
                           ACCEPT SC-HR-DIA
                       WHEN 6
                           ACCEPT SC-SITUACAO
                       WHEN 7
                           ACCEPT SC-DESCRICAO
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER 7
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-AUSENCIA-NOK
                       MOVE 3          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DA AUSENCIA                    *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-AUSENCIA-OK          TO TRUE.
      *
           MOVE WS-FIM-DIA             TO WS-DT-VAL-DIA.
           MOVE WS-FIM-MES             TO WS-DT-VAL-MES.
           MOVE WS-FIM-ANO             TO WS-DT-VAL-ANO.
      *
           PERFORM RTVALIDAR-DATA.
      *
           IF CN-DATA-OK
               STRING WS-FIM-ANO WS-FIM-MES WS-FIM-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-DT-FIM
               IF WS-DT-FIM            LESS WS-DT-INICIO
                   SET CN-AUSENCIA-NOK TO TRUE
                   MOVE WS-MSGARQ-908  TO WS-MSG
               END-IF
           ELSE
               SET CN-AUSENCIA-NOK     TO TRUE
               MOVE WS-MSGARQ-908      TO WS-MSG
           END-IF.
      *
           IF CN-AUSENCIA-OK           AND
              NOT AU-TP-FERIAS         AND
              NOT AU-TP-LICENCA        AND
              NOT AU-TP-TREINAMENTO    AND
              NOT AU-TP-OUTROS
               SET CN-AUSENCIA-NOK     TO TRUE
               MOVE WS-MSGARQ-909      TO WS-MSG
           END-IF.
      *
           IF CN-AUSENCIA-OK           AND
             (AU-HR-DIA                NOT NUMERIC OR
              AU-HR-DIA                GREATER 23)
               SET CN-AUSENCIA-NOK     TO TRUE
               MOVE WS-MSGARQ-910      TO WS-MSG
           END-IF.
      *
           IF CN-AUSENCIA-OK           AND
              NOT AU-AUS-ATIVA         AND
              NOT AU-AUS-CANCELADA
               SET CN-AUSENCIA-NOK     TO TRUE
               MOVE WS-MSGARQ-911      TO WS-MSG
           END-IF.
      *
      *    SO A AUSENCIA ATIVA PRECISA NAO SOBREPOR OUTRA ATIVA.
           IF CN-AUSENCIA-OK           AND
              AU-AUS-ATIVA
               PERFORM RTVERIFICAR-SOBREPOSICAO
               IF CN-SOBREPOE
                   SET CN-AUSENCIA-NOK TO TRUE
                   MOVE WS-MSGARQ-912  TO WS-MSG
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-ENTRADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SOBREPOSICAO COM OUTRA AUSENCIA       *
      *    ATIVA DO MESMO OPERADOR                                     *
      ******************************************************************
       RTVERIFICAR-SOBREPOSICAO        SECTION.
      ******************************************************************
      *
           SET CN-NAO-SOBREPOE         TO TRUE.
      *
           MOVE WS-ID-OPER             TO FA-ID-OPER.
           MOVE LOW-VALUES             TO FA-DT-INICIO.
      *
           START SYS109         KEY IS GREATER THAN OR
                                       EQUAL FA-CHAVE-AUS
               INVALID KEY
                   SET CN-SYS109-EOF   TO TRUE
           END-START.
      *
           PERFORM RTLER-SYS109-PROX.
      *
           PERFORM                     UNTIL CN-SYS109-EOF OR
                                             CN-SOBREPOE
               IF FA-DT-INICIO         NOT EQUAL WS-DT-INICIO AND
                  FA-AUS-ATIVA         AND
                  FA-DT-FIM            NOT LESS WS-DT-INICIO
                   SET CN-SOBREPOE     TO TRUE
                   STRING FA-DT-INICIO (7:2) '/'
                          FA-DT-INICIO (5:2) '/'
                          FA-DT-INICIO (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-SOBREPOE
               ELSE
                   PERFORM RTLER-SYS109-PROX
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTVERIFICAR-SOBREPOSICAO-EXIT.  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA SEQUENCIAL DAS AUSENCIAS DO OPERADOR    *
      *    PARA NA PRIMEIRA QUE COMECA DEPOIS DO FIM DO PERIODO        *
      ******************************************************************
       RTLER-SYS109-PROX               SECTION.
      ******************************************************************
      *
           IF CN-SYS109-EOF
               CONTINUE
           ELSE
               READ SYS109 NEXT
      *
               EVALUATE TRUE
                   WHEN CN-SYS109-OK
                   WHEN CN-SYS109-DPL
                       IF FA-ID-OPER   NOT EQUAL WS-ID-OPER OR
                          FA-DT-INICIO GREATER WS-DT-FIM
                           SET CN-SYS109-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS109-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS109
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       RTLER-SYS109-PROX-EXIT.         EXIT.
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
      *    ROTINA PARA ATUALIZAR O CALENDARIO DE AUSENCIAS             *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           MOVE WS-DT-FIM              TO AU-DT-FIM.
      *
           MOVE WS-DATA-CORR           TO AU-DT-REGISTRO.
           MOVE LK-OPERADOR            TO AU-OPERADOR.
      *
           MOVE AU-CHAVE-AUS           TO FA-CHAVE-AUS.
      *
           IF CN-MODO-INC
               WRITE FA-SYS109         FROM WS-SYS109
               IF CN-SYS109-OK         OR CN-SYS109-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS109
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE FA-SYS109       FROM WS-SYS109
               IF CN-SYS109-OK         OR CN-SYS109-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS109
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
           CLOSE SYS109.
      *
           IF CN-SYS109-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS109   TO WS-RETCOD-905
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
