      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV69.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV69                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# PARAMETROS DO SISTEMA                        *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - MANTEM A TABELA    *
      *                       SYS106 DE PARAMETROS DO SISTEMA          *
      *                       (CODIGO, DESCRICAO, VALOR E FAIXA        *
      *                       VALIDA) QUE OS PROGRAMAS LEEM NA         *
      *                       PARTIDA PELO ATV71 - CADA INCLUSAO OU    *
      *                       ALTERACAO GRAVA NA TRILHA SYS107 O       *
      *                       VALOR ANTERIOR, O NOVO, O OPERADOR, A    *
      *                       DATA E A HORA. NA ENTRADA OS             *
      *                       PARAMETROS CONHECIDOS AUSENTES DA        *
      *                       TABELA SAO INCLUIDOS COM OS VALORES      *
      *                       QUE OS PROGRAMAS ASSUMEM NA FALTA        *
      *                       DELES - OPCAO 30 DO ATV00, RESTRITA AO   *
      *                       PERFIL ADMINISTRADOR                     *
      *    15OUT2026  NJA     INCLUIDO O PARAMETRO CONHECIDO           *
      *                       PRAZO-COBERTURA (ATV07), PADRAO 5        *
      *    15OUT2026  NJA     INCLUIDO O PARAMETRO CONHECIDO           *
      *                       RETENCAO-LGPD (ATV75), PADRAO 60         *
      *    15OUT2026  NJA     INCLUIDOS OS PARAMETROS CONHECIDOS       *
      *                       DUPL-JANELA (ATV14/ATV79), PADRAO 10, E  *
      *                       DUPL-PONTOS (ATV14/ATV79), PADRAO 60     *
      *    15OUT2026  NJA     INCLUIDO O PARAMETRO CONHECIDO           *
      *                       RODADA-EXCESSO (ATV82), PADRAO 50        *
      *    15OUT2026  NJA     MINIMO E MAXIMO DOS PARAMETROS           *
      *                       CONHECIDOS PASSAM A SER SO EXIBIDOS -    *
      *                       A FAIXA DO CATALOGO E A QUE OS           *
      *                       PROGRAMAS CONSUMIDORES SUPORTAM E FAIXA  *
      *                       ALARGADA ANTES E RESTABELECIDA NA        *
      *                       PROXIMA GRAVACAO                         *
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
           SELECT  SYS106    ASSIGN    TO 'SYS106.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-COD-PARAM
                     FILE STATUS IS WS-STATUS-SYS106.
      *
           SELECT  SYS107    ASSIGN    TO 'SYS107.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS107.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS106
                              DATA RECORD FD-SYS106.
      *
       01          FD-SYS106.
      *
           COPY WATV37                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS107
                              RECORDING MODE IS F
                              DATA RECORD AU-SYS107
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          AU-SYS107.
      *
           COPY WATV38                 REPLACING ==::== BY ==AU==.
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
             05    WS-SW-PARAM     PIC     X(01)         VALUE 'S'.
               88  CN-PARAM-OK                           VALUE 'S'.
               88  CN-PARAM-NOK                          VALUE 'N'.
             05    WS-SW-CATALOGO  PIC     X(01)         VALUE 'N'.
               88  CN-PARAM-CATALOGADO                   VALUE 'S'.
               88  CN-PARAM-LIVRE                        VALUE 'N'.
             05    WS-ULT-CAMPO    PIC    S9(03) COMP-3  VALUE 5.
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DOS PARAMETROS CONHECIDOS - A FAIXA MINIMO/MAXIMO E A  *
      *    QUE OS PROGRAMAS CONSUMIDORES SUPORTAM E NAO E ALTERAVEL    *
      ******************************************************************
           03      WS-AREA-CONHECIDOS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=CONHECIDOS='.
             05    WS-CT-CONHECIDOS
                                   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-CONH     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-CONHECIDOS OCCURS 30 TIMES.
               07  TK-COD-PARAM    PIC     X(16).
               07  TK-VL-MINIMO    PIC     9(07).
               07  TK-VL-MAXIMO    PIC     9(07).
      *
      ******************************************************************
      *    AREA DOS VALORES ANTERIORES A ALTERACAO (TRILHA SYS107)     *
      ******************************************************************
           03      WS-ANTERIOR.
             05    FILLER          PIC     X(10)         VALUE
                                   '=ANTERIOR='.
             05    WS-DESCRICAO-ANT
                                   PIC     X(50)         VALUE SPACES.
             05    WS-VL-PARAM-ANT PIC     9(07)         VALUE ZEROS.
             05    WS-VL-MINIMO-ANT
                                   PIC     9(07)         VALUE ZEROS.
             05    WS-VL-MAXIMO-ANT
                                   PIC     9(07)         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS106
                                   PIC     X(02).
               88  CN-SYS106-OK                          VALUE '00'.
               88  CN-SYS106-DPL                         VALUE '02'.
               88  CN-SYS106-DUP                         VALUE '22'.
               88  CN-SYS106-NOK                         VALUE '23'.
               88  CN-SYS106-EOF                         VALUE '10'.
               88  CN-SYS106-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS107
                                   PIC     X(02).
               88  CN-SYS107-OK                          VALUE '00'.
               88  CN-SYS107-NOK                         VALUE '23'.
               88  CN-SYS107-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.901I - ERRO NO OPEN ARQ. SYS106    STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.902I - ERRO NO READ ARQ. SYS106    STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.903I - ERRO NO WRITE ARQ. SYS106   STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.904I - ERRO NO REWRITE ARQ. SYS106 STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.905I - ERRO NO CLOSE ARQ. SYS106   STATUS: '.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.906I - ERRO NO OPEN ARQ. SYS107    STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.907I - ERRO NO WRITE ARQ. SYS107   STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.908I - CODIGO EM BRANCO NAO E PERMITIDO    '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.909I - DESCRICAO E OBRIGATORIA             '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.910I - MINIMO MAIOR QUE O MAXIMO           '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.911I - VALOR FORA DA FAIXA MINIMO/MAXIMO   '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.912I - NENHUMA ALTERACAO A GRAVAR          '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV69.999I - EXECUTADO COM SUCESSO               '.
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
       01          WS-SYS106.
      *
           COPY WATV37                 REPLACING ==::== BY ==WS==.
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
                   '  *** PARAMETROS DO SISTEMA ***                   '
                                   HIGHLIGHT FOREGROUND-COLOR 6.
           03      SC-MODO.
             05    LINE 06 COLUMN 04                     VALUE
                   'MODO........: '.
             05    LINE 06 COLUMN 18
                                   PIC     X(20) FROM WS-TX-MODO
                                   HIGHLIGHT.
           03      SC-COD-PARAM.
             05    LINE 08 COLUMN 04                     VALUE
                   'CODIGO......: ' HIGHLIGHT.
             05    LINE 08 COLUMN 18
                                   PIC     X(16) USING WS-COD-PARAM
                                   AUTO REQUIRED.
           03      SC-DESCRICAO.
             05    LINE 10 COLUMN 04                     VALUE
                   'DESCRICAO...: '.
             05    LINE 10 COLUMN 18
                                   PIC     X(50) USING WS-DESCRICAO
                                   AUTO.
           03      SC-VL-PARAM.
             05    LINE 12 COLUMN 04                     VALUE
                   'VALOR.......: '.
             05    LINE 12 COLUMN 18
                                   PIC     9(07) USING WS-VL-PARAM
                                   AUTO.
           03      SC-VL-MINIMO.
             05    LINE 14 COLUMN 04                     VALUE
                   'MINIMO......: '.
             05    LINE 14 COLUMN 18
                                   PIC     9(07) USING WS-VL-MINIMO
                                   AUTO.
           03      SC-VL-MAXIMO.
             05    LINE 14 COLUMN 30                     VALUE
                   'MAXIMO......: '.
             05    LINE 14 COLUMN 44
                                   PIC     9(07) USING WS-VL-MAXIMO
                                   AUTO.
           03      SC-ALTERACAO.
             05    LINE 16 COLUMN 04                     VALUE
                   'ULT.ALTER...: '.
             05    LINE 16 COLUMN 18
                                   PIC     X(08) FROM WS-DT-ALTERACAO.
             05    LINE 16 COLUMN 28
                                   PIC     X(06) FROM WS-HR-ALTERACAO.
             05    LINE 16 COLUMN 36
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
                      WS-AREA-CONHECIDOS
                      WS-ANTERIOR
                      WS-FILE-STATUS
                      WS-SYS106.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS106.
      *
           IF CN-SYS106-INEXISTENTE
               OPEN OUTPUT SYS106
               CLOSE SYS106
               OPEN I-O SYS106
           END-IF.
      *
           IF CN-SYS106-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS106   TO WS-RETCOD-901
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN EXTEND SYS107.
      *
           IF CN-SYS107-INEXISTENTE
               OPEN OUTPUT SYS107
           END-IF.
      *
           IF CN-SYS107-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS107   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               CLOSE SYS106
               PERFORM RTFINALIZAR
           END-IF.
      *
           PERFORM RTINCLUIR-CONHECIDOS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR OS PARAMETROS CONHECIDOS AUSENTES       *
      ******************************************************************
       RTINCLUIR-CONHECIDOS            SECTION.
      ******************************************************************
      *
      *    OS VALORES SAO OS MESMOS QUE CADA PROGRAMA ASSUME QUANDO O
      *    PARAMETRO NAO ESTA NA TABELA - A INCLUSAO SO OS TORNA
      *    VISIVEIS E ALTERAVEIS; PARAMETRO JA EXISTENTE NAO E TOCADO.
           MOVE 'RETRY-SYS010'         TO WS-COD-PARAM.
           MOVE 'TENTATIVAS COM O SYS010 OCUPADO OU REGISTRO PRESO'
                                       TO WS-DESCRICAO.
           MOVE 10                     TO WS-VL-PARAM.
           MOVE 1                      TO WS-VL-MINIMO.
           MOVE 99                     TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'GERACOES-REL'         TO WS-COD-PARAM.
           MOVE 'GERACOES RETIDAS DE CADA RELATORIO (SYS037)'
                                       TO WS-DESCRICAO.
           MOVE 5                      TO WS-VL-PARAM.
           MOVE 1                      TO WS-VL-MINIMO.
           MOVE 9                      TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'GERACOES-BKP'         TO WS-COD-PARAM.
           MOVE 'GERACOES RETIDAS DE CADA BACKUP (SYS074)'
                                       TO WS-DESCRICAO.
           MOVE 5                      TO WS-VL-PARAM.
           MOVE 1                      TO WS-VL-MINIMO.
           MOVE 9                      TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'HORIZONTE-SEM'        TO WS-COD-PARAM.
           MOVE 'SEMANAS DO HORIZONTE DE CAPACIDADE (ATV33)'
                                       TO WS-DESCRICAO.
           MOVE 12                     TO WS-VL-PARAM.
           MOVE 1                      TO WS-VL-MINIMO.
           MOVE 12                     TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'ALERTA-FRANQUIA'      TO WS-COD-PARAM.
           MOVE '% DE CONSUMO DA FRANQUIA QUE DISPARA O ALERTA'
                                       TO WS-DESCRICAO.
           MOVE 80                     TO WS-VL-PARAM.
           MOVE 1                      TO WS-VL-MINIMO.
           MOVE 99                     TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'PRAZO-COBERTURA'      TO WS-COD-PARAM.
           MOVE 'DIAS UTEIS A VENCER NA SECAO DE COBERTURA (ATV07)'
                                       TO WS-DESCRICAO.
           MOVE 5                      TO WS-VL-PARAM.
           MOVE 0                      TO WS-VL-MINIMO.
           MOVE 30                     TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'RETENCAO-LGPD'        TO WS-COD-PARAM.
           MOVE 'MESES DE RETENCAO DOS DADOS DE INATIVOS (ATV75)'
                                       TO WS-DESCRICAO.
           MOVE 60                     TO WS-VL-PARAM.
           MOVE 12                     TO WS-VL-MINIMO.
           MOVE 240                    TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'DUPL-JANELA'          TO WS-COD-PARAM.
           MOVE 'DIAS ENTRE RECEBIMENTOS P/ SUSPEITA DE DUPLICIDADE'
                                       TO WS-DESCRICAO.
           MOVE 10                     TO WS-VL-PARAM.
           MOVE 1                      TO WS-VL-MINIMO.
           MOVE 90                     TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'DUPL-PONTOS'          TO WS-COD-PARAM.
           MOVE 'PONTUACAO MINIMA DE SUSPEITA DE DUPLICIDADE'
                                       TO WS-DESCRICAO.
           MOVE 60                     TO WS-VL-PARAM.
           MOVE 30                     TO WS-VL-MINIMO.
           MOVE 100                    TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           MOVE 'RODADA-EXCESSO'       TO WS-COD-PARAM.
           MOVE '% ACIMA DA DURACAO MEDIA DO PASSO (RODADA NOTURNA)'
                                       TO WS-DESCRICAO.
           MOVE 50                     TO WS-VL-PARAM.
           MOVE 10                     TO WS-VL-MINIMO.
           MOVE 500                    TO WS-VL-MAXIMO.
           PERFORM RTINCLUIR-AUSENTE.
      *
           INITIALIZE WS-SYS106.
      *
      ******************************************************************
       RTINCLUIR-CONHECIDOS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR UM PARAMETRO SE AINDA NAO EXISTIR       *
      ******************************************************************
       RTINCLUIR-AUSENTE               SECTION.
      ******************************************************************
      *
           IF WS-CT-CONHECIDOS         LESS 30
               ADD 1                   TO WS-CT-CONHECIDOS
               MOVE WS-COD-PARAM       TO TK-COD-PARAM
                                          (WS-CT-CONHECIDOS)
               MOVE WS-VL-MINIMO       TO TK-VL-MINIMO
                                          (WS-CT-CONHECIDOS)
               MOVE WS-VL-MAXIMO       TO TK-VL-MAXIMO
                                          (WS-CT-CONHECIDOS)
           END-IF.
      *
           MOVE WS-COD-PARAM           TO FD-COD-PARAM.
      *
           READ SYS106.
      *
           EVALUATE TRUE
               WHEN CN-SYS106-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE ZEROS          TO WS-VL-PARAM-ANT
                                          WS-VL-MINIMO-ANT
                                          WS-VL-MAXIMO-ANT
                   MOVE SPACES         TO WS-DESCRICAO-ANT
                   PERFORM RTATUALIZAR
               WHEN CN-SYS106-OK
               WHEN CN-SYS106-DPL
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS106
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTINCLUIR-AUSENTE-EXIT.         EXIT.
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
                   IF WS-COD-PARAM     EQUAL SPACES
                       MOVE WS-MSGARQ-908
                                       TO WS-MSG
                   ELSE
                       PERFORM RTLER-SYS106
                       PERFORM RTOBTER-ENTRADA
                       IF CN-PARAM-OK
                           PERFORM RTOPCAO
                           IF CN-PF12
                               PERFORM RTGRAVAR-ALTERACAO
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
                      WS-ANTERIOR
                      WS-SYS106.
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
      *    ROTINA PARA OBTER O CODIGO DO PARAMETRO                     *
      ******************************************************************
       RTOBTER-CODIGO                  SECTION.
      ******************************************************************
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   0 OR
                                                      GREATER 1
               ACCEPT SC-COD-PARAM
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-CODIGO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DA TABELA DE PARAMETROS SYS106          *
      ******************************************************************
       RTLER-SYS106                    SECTION.
      ******************************************************************
      *
           MOVE WS-COD-PARAM           TO FD-COD-PARAM.
      *
           READ SYS106                 INTO WS-SYS106.
      *
           EVALUATE TRUE
               WHEN CN-SYS106-OK
               WHEN CN-SYS106-DPL
                   SET CN-MODO-ALT     TO TRUE
                   MOVE 'ALTERACAO'    TO WS-TX-MODO
                   MOVE WS-DESCRICAO   TO WS-DESCRICAO-ANT
                   MOVE WS-VL-PARAM    TO WS-VL-PARAM-ANT
                   MOVE WS-VL-MINIMO   TO WS-VL-MINIMO-ANT
                   MOVE WS-VL-MAXIMO   TO WS-VL-MAXIMO-ANT
               WHEN CN-SYS106-NOK
                   SET CN-MODO-INC     TO TRUE
                   MOVE 'INCLUSAO'     TO WS-TX-MODO
                   MOVE SPACES         TO WS-DESCRICAO
                                          WS-DT-ALTERACAO
                                          WS-HR-ALTERACAO
                                          WS-OPERADOR
                   MOVE ZEROS          TO WS-VL-PARAM
                                          WS-VL-MINIMO
                                          WS-VL-MAXIMO
               WHEN OTHER
                   MOVE WS-STATUS-SYS106
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           PERFORM RTLOCALIZAR-CONHECIDO.
      *
      *    PARAMETRO CONHECIDO TEM A FAIXA DO CATALOGO - SO DESCRICAO E
      *    VALOR SAO DIGITADOS; FAIXA ALARGADA ANTES E RESTABELECIDA NA
      *    PROXIMA GRAVACAO.
           IF CN-PARAM-CATALOGADO
               MOVE TK-VL-MINIMO (WS-IDX-CONH)
                                       TO WS-VL-MINIMO
               MOVE TK-VL-MAXIMO (WS-IDX-CONH)
                                       TO WS-VL-MAXIMO
               MOVE 3                  TO WS-ULT-CAMPO
           ELSE
               MOVE 5                  TO WS-ULT-CAMPO
           END-IF.
      *
      ******************************************************************
       RTLER-SYS106-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O CODIGO NOS PARAMETROS CONHECIDOS    *
      ******************************************************************
       RTLOCALIZAR-CONHECIDO           SECTION.
      ******************************************************************
      *
           SET CN-PARAM-LIVRE          TO TRUE.
      *
           MOVE 1                      TO WS-IDX-CONH.
      *
           PERFORM UNTIL WS-IDX-CONH   GREATER WS-CT-CONHECIDOS OR
                         TK-COD-PARAM (WS-IDX-CONH)
                                       EQUAL WS-COD-PARAM
               ADD 1                   TO WS-IDX-CONH
           END-PERFORM.
      *
           IF WS-IDX-CONH              NOT GREATER WS-CT-CONHECIDOS
               SET CN-PARAM-CATALOGADO TO TRUE
           END-IF.
      *
      ******************************************************************
       RTLOCALIZAR-CONHECIDO-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS DADOS DO PARAMETRO                     *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
      ******************************************************************
      *
           SET CN-PARAM-NOK            TO TRUE.
      *
           MOVE 2                      TO AC-CAMPO.
      *
      *    O PARAMETRO RECUSADO VOLTA PARA A DIGITACAO COM A MENSAGEM
      *    NA TELA, ATE SER ACEITO OU ABANDONADO COM ESC.
           PERFORM                     UNTIL CN-PARAM-OK OR
                                             AC-CAMPO EQUAL 1
               DISPLAY SC-SCREEN
               IF CN-PARAM-CATALOGADO
                   DISPLAY 'ENTER - AVANCA / ESC - VOLTA (FAIXA FIXA)'
                                       AT 2502
               ELSE
                   DISPLAY 'ENTER - AVANCA / ESC - VOLTA'
                                       AT 2502
               END-IF
               PERFORM                 UNTIL AC-CAMPO EQUAL   1 OR
                                             AC-CAMPO GREATER
                                                      WS-ULT-CAMPO
                   EVALUATE AC-CAMPO
                       WHEN 2
                           ACCEPT SC-DESCRICAO
                       WHEN 3
                           ACCEPT SC-VL-PARAM
                       WHEN 4
                           ACCEPT SC-VL-MINIMO
                       WHEN 5
                           ACCEPT SC-VL-MAXIMO
                   END-EVALUATE
                   PERFORM RTPOSICIONAR
               END-PERFORM
               IF AC-CAMPO             GREATER WS-ULT-CAMPO
                   PERFORM RTVALIDAR-ENTRADA
                   IF CN-PARAM-NOK
                       MOVE 2          TO AC-CAMPO
                   END-IF
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR OS DADOS DO PARAMETRO                   *
      ******************************************************************
       RTVALIDAR-ENTRADA               SECTION.
      ******************************************************************
      *
           SET CN-PARAM-OK             TO TRUE.
      *
           IF WS-VL-PARAM              NOT NUMERIC
               MOVE ZEROS              TO WS-VL-PARAM
           END-IF.
      *
           IF WS-VL-MINIMO             NOT NUMERIC
               MOVE ZEROS              TO WS-VL-MINIMO
           END-IF.
      *
           IF WS-VL-MAXIMO             NOT NUMERIC
               MOVE ZEROS              TO WS-VL-MAXIMO
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-DESCRICAO       EQUAL SPACES
                   SET CN-PARAM-NOK    TO TRUE
                   MOVE WS-MSGARQ-909  TO WS-MSG
               WHEN WS-VL-MINIMO       GREATER WS-VL-MAXIMO
                   SET CN-PARAM-NOK    TO TRUE
                   MOVE WS-MSGARQ-910  TO WS-MSG
               WHEN WS-VL-PARAM        LESS    WS-VL-MINIMO OR
                    WS-VL-PARAM        GREATER WS-VL-MAXIMO
                   SET CN-PARAM-NOK    TO TRUE
                   MOVE WS-MSGARQ-911  TO WS-MSG
               WHEN OTHER
                   CONTINUE
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
      *    ROTINA PARA GRAVAR A ALTERACAO CONFIRMADA NA TELA           *
      ******************************************************************
       RTGRAVAR-ALTERACAO              SECTION.
      ******************************************************************
      *
           IF CN-MODO-ALT                               AND
              WS-DESCRICAO             EQUAL WS-DESCRICAO-ANT AND
              WS-VL-PARAM              EQUAL WS-VL-PARAM-ANT  AND
              WS-VL-MINIMO             EQUAL WS-VL-MINIMO-ANT AND
              WS-VL-MAXIMO             EQUAL WS-VL-MAXIMO-ANT
               MOVE WS-MSGARQ-912      TO WS-MSG
           ELSE
               PERFORM RTATUALIZAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-ALTERACAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ATUALIZAR A TABELA DE PARAMETROS                *
      ******************************************************************
       RTATUALIZAR                     SECTION.
      ******************************************************************
      *
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
           MOVE WS-DATA-CORR           TO WS-DT-ALTERACAO.
           MOVE WS-HORA-CORR           TO WS-HR-ALTERACAO.
           MOVE LK-OPERADOR            TO WS-OPERADOR.
      *
           MOVE WS-COD-PARAM           TO FD-COD-PARAM.
      *
           IF CN-MODO-INC
               WRITE FD-SYS106         FROM WS-SYS106
               IF CN-SYS106-OK         OR CN-SYS106-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS106
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           ELSE
               REWRITE FD-SYS106       FROM WS-SYS106
               IF CN-SYS106-OK         OR CN-SYS106-DPL
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS106
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           END-IF.
      *
           PERFORM RTGRAVAR-SYS107.
      *
      ******************************************************************
       RTATUALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A TRILHA DE ALTERACOES (SYS107)          *
      ******************************************************************
       RTGRAVAR-SYS107                 SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO AU-SYS107.
      *
           MOVE WS-COD-PARAM           TO AU-COD-PARAM.
           MOVE WS-DT-ALTERACAO        TO AU-DT-ALTERACAO.
           MOVE WS-HR-ALTERACAO        TO AU-HR-ALTERACAO.
      *
           IF CN-MODO-INC
               SET AU-TP-INCLUSAO      TO TRUE
           ELSE
               SET AU-TP-ALTERACAO-VL  TO TRUE
           END-IF.
      *
           MOVE WS-VL-PARAM-ANT        TO AU-VL-ANTERIOR.
           MOVE WS-VL-PARAM            TO AU-VL-NOVO.
           MOVE WS-VL-MINIMO-ANT       TO AU-VL-MINIMO-ANT.
           MOVE WS-VL-MAXIMO-ANT       TO AU-VL-MAXIMO-ANT.
           MOVE WS-VL-MINIMO           TO AU-VL-MINIMO.
           MOVE WS-VL-MAXIMO           TO AU-VL-MAXIMO.
           MOVE WS-OPERADOR            TO AU-OPERADOR.
      *
           WRITE AU-SYS107.
      *
           IF CN-SYS107-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS107   TO WS-RETCOD-907
               MOVE WS-MSGARQ-907      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS107-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVO                           *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS107.
      *
           CLOSE SYS106.
      *
           IF CN-SYS106-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS106   TO WS-RETCOD-905
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
