      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV77.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV77                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# DISTRIBUICAO DE RELATORIOS POR DESTINATARIO  *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - RODADA SEM TELAS,  *
      *                       CHAMADA PELA RODADA NOTURNA DO ATV23     *
      *                       (PASSO DISTRIB, PROGRAMAR APOS OS PASSOS *
      *                       ATRASO E POSICAO) - PARA CADA LINHA DA   *
      *                       LISTA DE DISTRIBUICAO SYS119 GRAVA O     *
      *                       CORTE DO RELATORIO DE ATRASO (SYS022),   *
      *                       DA FILA DE TRABALHO (SYS027) OU DA       *
      *                       POSICAO DIARIA (SYS073) DO DESTINATARIO  *
      *                       (SO AS PROPRIAS ATIVIDADES, UM SIGL-SIST *
      *                       OU TODAS) NUM ARQUIVO DATADO, REGISTRADO *
      *                       NO CONTROLE SYS037 PARA REIMPRESSAO PELO *
      *                       ATV22, E O LOG DE DISTRIBUICAO SYS120    *
      *                       COM O QUE CADA UM RECEBEU E OS CORTES    *
      *                       VAZIOS EM DESTAQUE                       *
      *    15OUT2026  NJA     CORTE SYS022 PASSA A DIAS UTEIS DE       *
      *                       ATRASO (FERIADOS DO SYS036, REGRA DO     *
      *                       ATV07) COM A COLUNA ATRASO; LEITURA DO   *
      *                       SYS010 PARA NO PRIMEIRO ENCERRADO        *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
      *    15OUT2026  NJA     GERACOES-REL ACIMA DE 9 E LIMITADO A 9   *
      *                       (SUFIXO DA GERACAO DE UM DIGITO)         *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS119 (UM DESTINATARIO/RELATORIO POR LINHA):    *
      *      NR-DEST  9(03)  NUMERO FIXO DO DESTINATARIO NA LISTA -   *
      *                       COMPOE O NOME DO ARQUIVO E A GERACAO    *
      *      TP-DEST  X(01)  O OPERADOR (SYS042) / S SOLICITANTE      *
      *                       (SYS041)                                *
      *      ID-DEST  X(08)  ID-OPER OU COD-SOLIC (5 DIGITOS)         *
      *      ID-REL   X(06)  SYS022 / SYS027 / SYS073                 *
      *      FILTRO   X(01)  P PROPRIAS (RESPONSAVEL DO OPERADOR OU   *
      *                       COD-SOLIC DO SOLICITANTE) / S UM        *
      *                       SISTEMA / T TODAS                       *
      *      SIGL     X(02)  SIGL-SIST DO FILTRO S                    *
      *    ARQUIVO DO DESTINATARIO: DRRNNN.MMDD (RR = 22/27/73,       *
      *    NNN = NR-DEST), NO SYS037 COMO RELATORIO DRRNNN, COM AS    *
      *    GERACOES RETIDAS DO PARAMETRO GERACOES-REL (ATV71).        *
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
           SELECT  SYS030    ASSIGN    TO 'SYS030.TMP'
                     FILE STATUS IS WS-STATUS-SYS030.
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
           SELECT  SYS119    ASSIGN    TO 'SYS119.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS119.
      *
           SELECT  SYS120    ASSIGN    TO 'SYS120.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS120.
      *
           SELECT  SYS037    ASSIGN    TO 'SYS037.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS037.
      *
           SELECT  SYS036    ASSIGN    TO 'SYS036.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS036.
      *
           SELECT  SYSGER    ASSIGN    TO DYNAMIC WS-NOME-GER
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYSGER.
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
       SD          SYS030
                              DATA RECORD SD-SYS030.
      *
       01          SD-SYS030.
           03      SD-DT-TERM      PIC     X(08).
           03      SD-SS           PIC     9(06).
           03      SD-ST           PIC     9(06).
           03      SD-DT-TERM-ORIG PIC     X(08).
           03      SD-QT-RENEG     PIC     9(02).
           03      SD-PRIORIDADE   PIC     X(01).
           03      SD-STATUS       PIC     X(01).
           03      SD-SIGL-SIST    PIC     X(02).
           03      SD-RESPONSAVEL  PIC     X(08).
           03      SD-COD-SOLIC    PIC     9(05).
           03      SD-NM-SOLIC     PIC     X(60).
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
       FD          SYS119
                              RECORDING MODE IS F
                              DATA RECORD DS-SYS119
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          DS-SYS119.
           03      DS-NR-DEST      PIC     X(03).
           03      DS-TP-DEST      PIC     X(01).
             88    DS-DEST-OPERADOR               VALUE 'O'.
             88    DS-DEST-SOLICITANTE            VALUE 'S'.
           03      DS-ID-DEST      PIC     X(08).
           03      DS-ID-REL       PIC     X(06).
             88    DS-REL-ATRASO                  VALUE 'SYS022'.
             88    DS-REL-FILA                    VALUE 'SYS027'.
             88    DS-REL-POSICAO                 VALUE 'SYS073'.
           03      DS-FILTRO       PIC     X(01).
             88    DS-FILTRO-PROPRIAS             VALUE 'P'.
             88    DS-FILTRO-SISTEMA              VALUE 'S'.
             88    DS-FILTRO-TODAS                VALUE 'T'.
           03      DS-SIGL-SIST    PIC     X(02).
      *
       FD          SYS120
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS120
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS120.
           03      FILLER          PIC     X(132)        VALUE SPACES.
      *
       FD          SYS037
                              RECORDING MODE IS F
                              DATA RECORD GR-SYS037
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          GR-SYS037.
      *
           COPY WATV14                 REPLACING ==::== BY ==GR==.
      *
       FD          SYS036
                              RECORDING MODE IS F
                              DATA RECORD FE-SYS036
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FE-SYS036.
      *
           COPY WATV12                 REPLACING ==::== BY ==FE==.
      *
       FD          SYSGER
                              RECORDING MODE IS F
                              DATA RECORD GE-SYSGER
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          GE-SYSGER.
           03      FILLER          PIC     X(132)        VALUE SPACES.
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
             05    AC-DESTINOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ARQUIVOS     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-VAZIOS       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-REJEITADOS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-CORTE        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ABERTO       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ANDAMENTO    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-AGUARD       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-VENCE-HOJE   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-VENCE-AMANHA PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ATRASADAS    PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-DATA-CORR.
               07  WS-ANO          PIC     X(04)         VALUE SPACES.
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-HORA-CORR    PIC     X(06)         VALUE SPACES.
             05    WS-DT-HOJE-8    PIC     X(08)         VALUE SPACES.
             05    WS-DT-AMANHA-8  PIC     X(08)         VALUE SPACES.
             05    WS-DT-ITER.
               07  WS-ITER-ANO     PIC     9(04)         VALUE ZEROS.
               07  WS-ITER-MES     PIC     9(02)         VALUE ZEROS.
               07  WS-ITER-DIA     PIC     9(02)         VALUE ZEROS.
             05    WS-DIA-MAXIMO   PIC     9(02)         VALUE ZEROS.
             05    WS-QUOCIENTE    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-4      PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-DIA-SEMANA   PIC     9(01)         VALUE ZEROS.
               88  CN-FIM-DE-SEMANA                      VALUE 0 1.
             05    WS-CT-ITER      PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-ZELLER-Q     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-M     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-A     PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-K     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-J     PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T1    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T2    PIC     9(04)         VALUE ZEROS.
             05    WS-ZELLER-T3    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-T4    PIC     9(02)         VALUE ZEROS.
             05    WS-ZELLER-SOMA  PIC     9(05)         VALUE ZEROS.
             05    WS-SW-UTIL      PIC     X(01)         VALUE 'S'.
               88  CN-DIA-UTIL                           VALUE 'S'.
               88  CN-DIA-NAO-UTIL                       VALUE 'N'.
             05    WS-DIAS-ATRASO  PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-DIAS-ATRASO-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(04)         VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZZ9          VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(03)         VALUE ZEROS.
             05    WS-SW-ORDENACAO PIC     X(01)         VALUE 'N'.
               88  CN-FIM-ORDENACAO                      VALUE 'S'.
             05    WS-SW-SYS041    PIC     X(01)         VALUE 'N'.
               88  CN-SYS041-ABERTO                      VALUE 'S'.
             05    WS-SW-SYS042    PIC     X(01)         VALUE 'N'.
               88  CN-SYS042-ABERTO                      VALUE 'S'.
             05    WS-SW-CORTE     PIC     X(01)         VALUE 'N'.
               88  CN-NO-CORTE                           VALUE 'S'.
               88  CN-FORA-CORTE                         VALUE 'N'.
             05    WS-SW-ALTERADO  PIC     X(01)         VALUE 'N'.
               88  CN-SYS037-ALTERADO                    VALUE 'S'.
      *
      ******************************************************************
      *    AREA DO DESTINATARIO EM TRATAMENTO                          *
      ******************************************************************
           03      WS-AREA-DESTINO.
             05    FILLER          PIC     X(09)         VALUE
                                   '=DESTINO='.
             05    WS-COD-DEST     PIC     9(05)         VALUE ZEROS.
             05    WS-NM-DEST      PIC     X(30)         VALUE SPACES.
             05    WS-TX-FILTRO    PIC     X(20)         VALUE SPACES.
             05    WS-TX-SITUACAO  PIC     X(40)         VALUE SPACES.
             05    WS-ID-REL-DST.
               07  FILLER          PIC     X(01)         VALUE 'D'.
               07  WS-RR-DST       PIC     X(02)         VALUE SPACES.
               07  WS-NR-DST       PIC     X(03)         VALUE SPACES.
             05    WS-NOME-DST     PIC     X(12)         VALUE SPACES.
             05    WS-PRIOR-FAIXA  PIC     X(01)         VALUE SPACES.
             05    WS-IDX-FAIXA    PIC     9(01)         VALUE ZEROS.
             05    WS-SW-FAIXA     PIC     X(01)         VALUE 'N'.
               88  CN-FAIXA-IMPRESSA                     VALUE 'S'.
      *
      ******************************************************************
      *    TABELA DAS ATIVIDADES NAO ENCERRADAS (ORDEM DE TERMINO)     *
      ******************************************************************
           03      WS-AREA-ABERTAS.
             05    FILLER          PIC     X(09)         VALUE
                                   '=ABERTAS='.
             05    WS-CT-ATV       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-ATV      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-ABERTAS  OCCURS 5000 TIMES.
               07  TA-DT-TERM.
                 09 TA-ANO-TERM    PIC     X(04).
                 09 TA-MES-TERM    PIC     X(02).
                 09 TA-DIA-TERM    PIC     X(02).
               07  TA-SS           PIC     9(06).
               07  TA-ST           PIC     9(06).
               07  TA-DT-TERM-ORIG PIC     X(08).
               07  TA-QT-RENEG     PIC     9(02).
               07  TA-PRIORIDADE   PIC     X(01).
               07  TA-STATUS       PIC     X(01).
               07  TA-SIGL-SIST    PIC     X(02).
               07  TA-RESPONSAVEL  PIC     X(08).
               07  TA-COD-SOLIC    PIC     9(05).
               07  TA-NM-SOLIC     PIC     X(60).
               07  TA-DIAS-ATRASO  PIC    S9(05) COMP-3.
      *
      ******************************************************************
      *    AREA DA TABELA DE FERIADOS (SYS036)                         *
      ******************************************************************
           03      WS-AREA-FERIADOS.
             05    FILLER          PIC     X(10)         VALUE
                                   '=FERIADOS='.
             05    WS-CT-FERIADOS  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-FER      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-FERIADOS OCCURS  200 TIMES.
               07  TF-DT-FERIADO   PIC     X(08).
      *
      ******************************************************************
      *    AREA DA TABELA DE ABERTAS POR RESPONSAVEL (CORTE SYS073)    *
      ******************************************************************
           03      WS-AREA-RESP.
             05    FILLER          PIC     X(06)         VALUE
                                   '=RESP='.
             05    WS-CT-RESP      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-RSP      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-RESP     OCCURS  50 TIMES.
               07  TR-RESPONSAVEL  PIC     X(08).
               07  TR-QT-ABERTAS   PIC    S9(05) COMP-3.
      *
      ******************************************************************
      *    AREA DO CONTROLE DE GERACOES DE RELATORIOS (SYS037)         *
      ******************************************************************
           03      WS-AREA-GERACOES.
             05    FILLER          PIC     X(10)         VALUE
                                   '=GERACOES='.
             05    WS-MAX-GERACOES PIC     9(02)         VALUE 05.
             05    WS-CT-GERACOES  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-GER      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU-G  PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-QT-GER-REL   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-GER-NR       PIC     9(04)         VALUE ZEROS.
             05    WS-GER-NR-MIN   PIC     9(04)         VALUE ZEROS.
             05    WS-GER-PERIODO  PIC     X(10)         VALUE SPACES.
             05    WS-NOME-GER     PIC     X(12)         VALUE SPACES.
             05    WS-TAB-GERACOES OCCURS 300 TIMES.
               07  TG-ID-REL       PIC     X(06).
               07  TG-NR-GERACAO   PIC     9(04).
               07  TG-PERIODO      PIC     X(10).
               07  TG-DT-GERACAO   PIC     X(08).
               07  TG-HR-GERACAO   PIC     X(06).
               07  TG-OPERADOR     PIC     X(08).
               07  TG-NM-ARQ-GER   PIC     X(12).
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
               88  CN-SYS010-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS030
                                   PIC     X(02).
               88  CN-SYS030-OK                          VALUE '00'.
      *
             05    WS-STATUS-SYS041
                                   PIC     X(02).
               88  CN-SYS041-OK                          VALUE '00'.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS042
                                   PIC     X(02).
               88  CN-SYS042-OK                          VALUE '00'.
               88  CN-SYS042-NOK                         VALUE '23'.
               88  CN-SYS042-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS119
                                   PIC     X(02).
               88  CN-SYS119-OK                          VALUE '00'.
               88  CN-SYS119-EOF                         VALUE '10'.
               88  CN-SYS119-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS120
                                   PIC     X(02).
               88  CN-SYS120-OK                          VALUE '00'.
      *
             05    WS-STATUS-SYS037
                                   PIC     X(02).
               88  CN-SYS037-OK                          VALUE '00'.
               88  CN-SYS037-NOK                         VALUE '23'.
               88  CN-SYS037-EOF                         VALUE '10'.
               88  CN-SYS037-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS036
                                   PIC     X(02).
               88  CN-SYS036-OK                          VALUE '00'.
               88  CN-SYS036-EOF                         VALUE '10'.
               88  CN-SYS036-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYSGER
                                   PIC     X(02).
               88  CN-SYSGER-OK                          VALUE '00'.
               88  CN-SYSGER-NOK                         VALUE '23'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.902I - ERRO NO ARQ. SYS119         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.903I - ERRO NO ARQ. SYS120         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.904I - ERRO NO ARQ. SYS041/SYS042  STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.905I - ERRO NO ARQ. DO DESTINATARIO STATUS:'.
               07  WS-RETCOD-905   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-906.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.906I - ERRO NO ARQ. SYS037         STATUS: '.
               07  WS-RETCOD-906   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.907I - TABELA DE ABERTAS CHEIA (MAX 5000)  '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.908I - ERRO NO ARQ. SYS036         STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV77.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
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
      *    AREA DE CONTROLE DA RODADA NOTURNA (WATV05)                 *
      ******************************************************************
      *
           COPY WATV05.
      *
      ******************************************************************
      *    AREA DOS RELATORIOS IMPRESSOS (CORTES E SYS120)             *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE COMANDO DA LEITURA DE PARAMETROS (WATV39)           *
      ******************************************************************
       01          WS-COMANDO-PARAM.
      *
           COPY WATV39                 REPLACING ==::== BY ==CP==.
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
           PERFORM RTFECHAR.
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
                      WS-SYS010.
      *
           MOVE ZEROS                  TO WS-CT-ATV
                                          WS-CT-GERACOES.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           ACCEPT WS-HORA-CORR         FROM TIME.
      *
           STRING WS-ANO WS-MES WS-DIA DELIMITED BY SIZE
                                       INTO WS-DT-HOJE-8.
      *
           PERFORM RTCALC-AMANHA.
      *
           MOVE SPACES                 TO WS-GER-PERIODO.
      *
           STRING WS-DIA '/' WS-MES '/' WS-ANO
                                       DELIMITED BY SIZE
                                       INTO WS-GER-PERIODO.
      *
           OPEN OUTPUT SYS120.
      *
           IF CN-SYS120-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS120   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
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
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           OPEN INPUT SYS042.
      *
           EVALUATE TRUE
               WHEN CN-SYS042-OK
                   SET CN-SYS042-ABERTO
                                       TO TRUE
               WHEN CN-SYS042-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-904
                   MOVE WS-MSGARQ-904  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO SISTEMA (SYS106)         *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           MOVE 'GERACOES-REL'         TO CP-COD-PARAM.
           MOVE 05                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           IF CP-VL-PARAM              GREATER 9
               MOVE 9                  TO WS-MAX-GERACOES
           ELSE
               MOVE CP-VL-PARAM        TO WS-MAX-GERACOES
           END-IF.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR A DATA DE AMANHA                       *
      ******************************************************************
       RTCALC-AMANHA                   SECTION.
      ******************************************************************
      *
           MOVE WS-DT-HOJE-8 (1:4)     TO WS-ITER-ANO.
           MOVE WS-DT-HOJE-8 (5:2)     TO WS-ITER-MES.
           MOVE WS-DT-HOJE-8 (7:2)     TO WS-ITER-DIA.
      *
           ADD 1                       TO WS-ITER-DIA.
      *
           PERFORM RTOBTER-DIA-MAXIMO.
      *
           IF WS-ITER-DIA              GREATER WS-DIA-MAXIMO
               MOVE 1                  TO WS-ITER-DIA
               ADD 1                   TO WS-ITER-MES
               IF WS-ITER-MES          GREATER 12
                   MOVE 1              TO WS-ITER-MES
                   ADD 1               TO WS-ITER-ANO
               END-IF
           END-IF.
      *
           STRING WS-ITER-ANO WS-ITER-MES WS-ITER-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-DT-AMANHA-8.
      *
      ******************************************************************
       RTCALC-AMANHA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER O ULTIMO DIA DO MES                       *
      ******************************************************************
       RTOBTER-DIA-MAXIMO              SECTION.
      ******************************************************************
      *
           EVALUATE WS-ITER-MES
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
                   MOVE 31             TO WS-DIA-MAXIMO
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
           DIVIDE WS-ITER-ANO          BY 4
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-4.
      *
           DIVIDE WS-ITER-ANO          BY 100
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-RESTO-100.
      *
           DIVIDE WS-ITER-ANO          BY 400
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
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM RTIMPRIMIR-CABECALHO-LOG.
      *
           PERFORM RTCARREGAR-FERIADOS.
      *
           PERFORM RTCARREGAR-ABERTAS.
      *
           PERFORM RTCARREGAR-GERACOES.
      *
           OPEN INPUT SYS119.
      *
           EVALUATE TRUE
               WHEN CN-SYS119-OK
                   READ SYS119
                   PERFORM UNTIL NOT CN-SYS119-OK
                       ADD 1           TO AC-DESTINOS
                       PERFORM RTTRATAR-DESTINO
                       READ SYS119
                   END-PERFORM
                   IF CN-SYS119-EOF
                       CONTINUE
                   ELSE
                       MOVE WS-STATUS-SYS119
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTCANCELAR
                   END-IF
                   CLOSE SYS119
               WHEN CN-SYS119-INEXISTENTE
                   MOVE SPACES         TO WS-LINHA-REL
                   STRING '  LISTA DE DISTRIBUICAO SYS119 NAO '
                          'ENCONTRADA - NADA A DISTRIBUIR'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                   PERFORM RTGRAVAR-LOG
               WHEN OTHER
                   MOVE WS-STATUS-SYS119
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           IF CN-SYS037-ALTERADO
               PERFORM RTGRAVAR-SYS037
           END-IF.
      *
           PERFORM RTIMPRIMIR-TOTAIS-LOG.
      *
           IF CN-BT-BATCH
               MOVE AC-ARQUIVOS        TO BT-RESULTADO
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR AS ATIVIDADES NAO ENCERRADAS, NA       *
      *    ORDEM DE TERMINO E SS/ST                                    *
      ******************************************************************
       RTCARREGAR-ABERTAS              SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
                   SORT SYS030 ON ASCENDING KEY SD-DT-TERM
                                                SD-SS
                                                SD-ST
                       INPUT  PROCEDURE IS RTSELECIONAR-ABERTAS
                       OUTPUT PROCEDURE IS RTGUARDAR-ABERTAS
                   CLOSE SYS010
               WHEN CN-SYS010-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                   MOVE WS-MSGARQ-901  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-ABERTAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SELECIONAR AS ATIVIDADES PELO STATUS            *
      ******************************************************************
       RTSELECIONAR-ABERTAS            SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO FD-STATUS.
      *
           START SYS010 KEY IS GREATER THAN OR
                               EQUAL FD-STATUS
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-STATUS        GREATER '3'
                           SET CN-SYS010-EOF
                                       TO TRUE
                       ELSE
                           PERFORM RTLIBERAR-ABERTA
                       END-IF
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTSELECIONAR-ABERTAS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LIBERAR UMA ATIVIDADE PARA A ORDENACAO          *
      ******************************************************************
       RTLIBERAR-ABERTA                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO SD-DT-TERM.
      *
           STRING WS-ANO-TERM WS-MES-TERM WS-DIA-TERM
                                       DELIMITED BY SIZE
                                       INTO SD-DT-TERM.
      *
           MOVE WS-SS                  TO SD-SS.
           MOVE WS-ST                  TO SD-ST.
           MOVE WS-DT-TERM-ORIG        TO SD-DT-TERM-ORIG.
           MOVE WS-QT-RENEG            TO SD-QT-RENEG.
           MOVE WS-PRIORIDADE          TO SD-PRIORIDADE.
           MOVE WS-STATUS              TO SD-STATUS.
           MOVE WS-SIGL-SIST           TO SD-SIGL-SIST.
           MOVE WS-RESPONSAVEL         TO SD-RESPONSAVEL.
           MOVE WS-COD-SOLIC           TO SD-COD-SOLIC.
           MOVE WS-NM-SOLIC            TO SD-NM-SOLIC.
      *
           RELEASE SD-SYS030.
      *
      ******************************************************************
       RTLIBERAR-ABERTA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR AS ATIVIDADES ORDENADAS NA TABELA       *
      ******************************************************************
       RTGUARDAR-ABERTAS               SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-ORDENACAO.
      *
           RETURN SYS030
               AT END
                   SET CN-FIM-ORDENACAO
                                       TO TRUE
           END-RETURN.
      *
           PERFORM UNTIL CN-FIM-ORDENACAO
               IF WS-CT-ATV            NOT LESS 5000
                   MOVE WS-MSGARQ-907  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
               ADD 1                   TO WS-CT-ATV
               MOVE SD-DT-TERM         TO TA-DT-TERM (WS-CT-ATV)
               MOVE SD-SS              TO TA-SS (WS-CT-ATV)
               MOVE SD-ST              TO TA-ST (WS-CT-ATV)
               MOVE SD-DT-TERM-ORIG    TO TA-DT-TERM-ORIG (WS-CT-ATV)
               MOVE SD-QT-RENEG        TO TA-QT-RENEG (WS-CT-ATV)
               MOVE SD-PRIORIDADE      TO TA-PRIORIDADE (WS-CT-ATV)
               MOVE SD-STATUS          TO TA-STATUS (WS-CT-ATV)
               MOVE SD-SIGL-SIST       TO TA-SIGL-SIST (WS-CT-ATV)
               MOVE SD-RESPONSAVEL     TO TA-RESPONSAVEL (WS-CT-ATV)
               MOVE SD-COD-SOLIC       TO TA-COD-SOLIC (WS-CT-ATV)
               MOVE SD-NM-SOLIC        TO TA-NM-SOLIC (WS-CT-ATV)
               PERFORM RTCALC-DIAS-ATRASO
               MOVE WS-DIAS-ATRASO     TO TA-DIAS-ATRASO (WS-CT-ATV)
               RETURN SYS030
                   AT END
                       SET CN-FIM-ORDENACAO
                                       TO TRUE
               END-RETURN
           END-PERFORM.
      *
      ******************************************************************
       RTGUARDAR-ABERTAS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR OS DIAS UTEIS DE ATRASO DA ATIVIDADE   *
      *    GUARDADA (MESMA REGRA DO RELATORIO DE ATRASO DO ATV07)      *
      ******************************************************************
       RTCALC-DIAS-ATRASO              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-DIAS-ATRASO.
      *
           IF TA-DT-TERM (WS-CT-ATV)   NUMERIC
               MOVE TA-ANO-TERM (WS-CT-ATV)
                                       TO WS-ITER-ANO
               MOVE TA-MES-TERM (WS-CT-ATV)
                                       TO WS-ITER-MES
               MOVE TA-DIA-TERM (WS-CT-ATV)
                                       TO WS-ITER-DIA
               PERFORM RTCALC-DIA-SEMANA
               MOVE ZEROS              TO WS-CT-ITER
               PERFORM UNTIL WS-DT-ITER
                                       GREATER OR EQUAL WS-DT-HOJE-8
                          OR WS-CT-ITER
                                       GREATER 3660
                   PERFORM RTAVANCAR-DIA
                   IF WS-DT-ITER       GREATER WS-DT-HOJE-8
                       CONTINUE
                   ELSE
                       PERFORM RTVERIFICAR-DIA-UTIL
                       IF CN-DIA-UTIL
                           ADD 1       TO WS-DIAS-ATRASO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTCALC-DIAS-ATRASO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA DA SEMANA (ZELLER)               *
      *    RESULTADO: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...        *
      ******************************************************************
       RTCALC-DIA-SEMANA               SECTION.
      ******************************************************************
      *
           MOVE WS-ITER-DIA            TO WS-ZELLER-Q.
           MOVE WS-ITER-MES            TO WS-ZELLER-M.
           MOVE WS-ITER-ANO            TO WS-ZELLER-A.
      *
           IF WS-ZELLER-M              LESS 3
               ADD 12                  TO WS-ZELLER-M
               SUBTRACT 1              FROM WS-ZELLER-A
           END-IF.
      *
           DIVIDE WS-ZELLER-A          BY 100
                                       GIVING WS-ZELLER-J
                                       REMAINDER WS-ZELLER-K.
      *
           COMPUTE WS-ZELLER-T1        = 13 * (WS-ZELLER-M + 1).
      *
           DIVIDE WS-ZELLER-T1         BY 5
                                       GIVING WS-ZELLER-T2
                                       REMAINDER WS-QUOCIENTE.
      *
           DIVIDE WS-ZELLER-K          BY 4
                                       GIVING WS-ZELLER-T3
                                       REMAINDER WS-QUOCIENTE.
      *
           DIVIDE WS-ZELLER-J          BY 4
                                       GIVING WS-ZELLER-T4
                                       REMAINDER WS-QUOCIENTE.
      *
           COMPUTE WS-ZELLER-SOMA      = WS-ZELLER-Q  + WS-ZELLER-T2 +
                                         WS-ZELLER-K  + WS-ZELLER-T3 +
                                         WS-ZELLER-T4 +
                                         (5 * WS-ZELLER-J).
      *
           DIVIDE WS-ZELLER-SOMA       BY 7
                                       GIVING WS-QUOCIENTE
                                       REMAINDER WS-DIA-SEMANA.
      *
      ******************************************************************
       RTCALC-DIA-SEMANA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVANCAR A DATA DE ITERACAO EM UM DIA            *
      ******************************************************************
       RTAVANCAR-DIA                   SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-CT-ITER.
      *
           ADD 1                       TO WS-ITER-DIA.
      *
           PERFORM RTOBTER-DIA-MAXIMO.
      *
           IF WS-ITER-DIA              GREATER WS-DIA-MAXIMO
               MOVE 1                  TO WS-ITER-DIA
               ADD 1                   TO WS-ITER-MES
               IF WS-ITER-MES          GREATER 12
                   MOVE 1              TO WS-ITER-MES
                   ADD 1               TO WS-ITER-ANO
               END-IF
           END-IF.
      *
           ADD 1                       TO WS-DIA-SEMANA.
      *
           IF WS-DIA-SEMANA            GREATER 6
               MOVE ZEROS              TO WS-DIA-SEMANA
           END-IF.
      *
      ******************************************************************
       RTAVANCAR-DIA-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE O DIA DA ITERACAO E DIA UTIL       *
      ******************************************************************
       RTVERIFICAR-DIA-UTIL            SECTION.
      ******************************************************************
      *
           SET CN-DIA-UTIL             TO TRUE.
      *
           IF CN-FIM-DE-SEMANA
               SET CN-DIA-NAO-UTIL     TO TRUE
           ELSE
               MOVE ZEROS              TO WS-IDX-FER
               PERFORM UNTIL WS-IDX-FER
                                       GREATER OR EQUAL WS-CT-FERIADOS
                   ADD 1               TO WS-IDX-FER
                   IF TF-DT-FERIADO (WS-IDX-FER)
                                       EQUAL WS-DT-ITER
                       SET CN-DIA-NAO-UTIL
                                       TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-DIA-UTIL-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CALENDARIO DE FERIADOS (SYS036)      *
      ******************************************************************
       RTCARREGAR-FERIADOS             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-FERIADOS.
      *
           OPEN INPUT SYS036.
      *
           EVALUATE TRUE
               WHEN CN-SYS036-OK
                   READ SYS036
                   PERFORM UNTIL NOT CN-SYS036-OK
                       IF WS-CT-FERIADOS
                                       LESS 200 AND
                          FE-DT-FERIADO
                                       NUMERIC
                           ADD 1       TO WS-CT-FERIADOS
                           MOVE FE-DT-FERIADO
                                       TO TF-DT-FERIADO
                                          (WS-CT-FERIADOS)
                       END-IF
                       READ SYS036
                   END-PERFORM
                   CLOSE SYS036
               WHEN CN-SYS036-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS036
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-FERIADOS-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRATAR UMA LINHA DA LISTA DE DISTRIBUICAO       *
      ******************************************************************
       RTTRATAR-DESTINO                SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-TX-SITUACAO
                                          WS-NM-DEST
                                          WS-NOME-DST.
      *
           MOVE ZEROS                  TO AC-CORTE.
      *
           PERFORM RTVALIDAR-DESTINO.
      *
           IF WS-TX-SITUACAO           EQUAL SPACES
               PERFORM RTGERAR-CORTE
               IF AC-CORTE             EQUAL ZEROS
                   ADD 1               TO AC-VAZIOS
                   MOVE 'ENTREGUE - *** CORTE VAZIO ***'
                                       TO WS-TX-SITUACAO
               ELSE
                   MOVE 'ENTREGUE'     TO WS-TX-SITUACAO
               END-IF
               PERFORM RTREGISTRAR-COPIA
           ELSE
               ADD 1                   TO AC-REJEITADOS
           END-IF.
      *
           PERFORM RTGRAVAR-LINHA-LOG.
      *
      ******************************************************************
       RTTRATAR-DESTINO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O DESTINATARIO, O RELATORIO E O FILTRO  *
      *    (WS-TX-SITUACAO FICA EM BRANCO QUANDO A LINHA E VALIDA)     *
      ******************************************************************
       RTVALIDAR-DESTINO               SECTION.
      ******************************************************************
      *
           EVALUATE TRUE
               WHEN DS-NR-DEST         NOT NUMERIC
                   MOVE 'REJEITADO - NUMERO DO DESTINATARIO'
                                       TO WS-TX-SITUACAO
               WHEN NOT DS-REL-ATRASO  AND
                    NOT DS-REL-FILA    AND
                    NOT DS-REL-POSICAO
                   MOVE 'REJEITADO - RELATORIO INVALIDO'
                                       TO WS-TX-SITUACAO
               WHEN NOT DS-FILTRO-PROPRIAS AND
                    NOT DS-FILTRO-SISTEMA  AND
                    NOT DS-FILTRO-TODAS
                   MOVE 'REJEITADO - FILTRO INVALIDO'
                                       TO WS-TX-SITUACAO
               WHEN DS-FILTRO-SISTEMA  AND
                    DS-SIGL-SIST       EQUAL SPACES
                   MOVE 'REJEITADO - FILTRO S SEM SIGL-SIST'
                                       TO WS-TX-SITUACAO
               WHEN DS-DEST-OPERADOR
                   PERFORM RTLER-OPERADOR
               WHEN DS-DEST-SOLICITANTE
                   PERFORM RTLER-SOLICITANTE
               WHEN OTHER
                   MOVE 'REJEITADO - TIPO DE DESTINATARIO'
                                       TO WS-TX-SITUACAO
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN DS-FILTRO-PROPRIAS
                   MOVE 'PROPRIAS'     TO WS-TX-FILTRO
               WHEN DS-FILTRO-SISTEMA
                   MOVE SPACES         TO WS-TX-FILTRO
                   STRING 'SISTEMA ' DS-SIGL-SIST
                                       DELIMITED BY SIZE
                                       INTO WS-TX-FILTRO
               WHEN OTHER
                   MOVE 'TODAS'        TO WS-TX-FILTRO
           END-EVALUATE.
      *
      ******************************************************************
       RTVALIDAR-DESTINO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O OPERADOR DESTINATARIO (SYS042)      *
      ******************************************************************
       RTLER-OPERADOR                  SECTION.
      ******************************************************************
      *
           IF CN-SYS042-ABERTO
               MOVE DS-ID-DEST         TO OP-ID-OPER
               READ SYS042
               EVALUATE TRUE
                   WHEN CN-SYS042-OK
                       MOVE OP-NM-OPER TO WS-NM-DEST
                   WHEN CN-SYS042-NOK
                       MOVE 'REJEITADO - OPERADOR NAO CADASTRADO'
                                       TO WS-TX-SITUACAO
                   WHEN OTHER
                       MOVE WS-STATUS-SYS042
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           ELSE
               MOVE 'REJEITADO - OPERADOR NAO CADASTRADO'
                                       TO WS-TX-SITUACAO
           END-IF.
      *
      ******************************************************************
       RTLER-OPERADOR-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O SOLICITANTE DESTINATARIO (SYS041)   *
      ******************************************************************
       RTLER-SOLICITANTE               SECTION.
      ******************************************************************
      *
           IF CN-SYS041-ABERTO         AND
              DS-ID-DEST (1:5)         NUMERIC
               MOVE DS-ID-DEST (1:5)   TO WS-COD-DEST
               MOVE WS-COD-DEST        TO SO-COD-SOLIC
               READ SYS041
               EVALUATE TRUE
                   WHEN CN-SYS041-OK
                       MOVE SO-NM-SOLIC
                                       TO WS-NM-DEST
                   WHEN CN-SYS041-NOK
                       MOVE 'REJEITADO - SOLICITANTE NAO CADASTRADO'
                                       TO WS-TX-SITUACAO
                   WHEN OTHER
                       MOVE WS-STATUS-SYS041
                                       TO WS-RETCOD-904
                       MOVE WS-MSGARQ-904
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           ELSE
               MOVE 'REJEITADO - SOLICITANTE NAO CADASTRADO'
                                       TO WS-TX-SITUACAO
           END-IF.
      *
      ******************************************************************
       RTLER-SOLICITANTE-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O CORTE DO DESTINATARIO NO ARQUIVO       *
      *    DATADO DRRNNN.MMDD                                          *
      ******************************************************************
       RTGERAR-CORTE                   SECTION.
      ******************************************************************
      *
           MOVE DS-ID-REL (5:2)        TO WS-RR-DST.
           MOVE DS-NR-DEST             TO WS-NR-DST.
      *
           STRING WS-ID-REL-DST '.' WS-MES WS-DIA
                                       DELIMITED BY SIZE
                                       INTO WS-NOME-DST.
      *
           MOVE WS-NOME-DST            TO WS-NOME-GER.
      *
           OPEN OUTPUT SYSGER.
      *
           IF CN-SYSGER-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSGER   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-NR-PAGINA.
      *
           EVALUATE TRUE
               WHEN DS-REL-ATRASO
                   PERFORM RTCORTE-ATRASO
               WHEN DS-REL-FILA
                   PERFORM RTCORTE-FILA
               WHEN DS-REL-POSICAO
                   PERFORM RTCORTE-POSICAO
           END-EVALUATE.
      *
           CLOSE SYSGER.
      *
           ADD 1                       TO AC-ARQUIVOS.
      *
      ******************************************************************
       RTGERAR-CORTE-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE A ATIVIDADE (WS-IDX-ATV) PERTENCE  *
      *    AO CORTE DO DESTINATARIO                                    *
      ******************************************************************
       RTTESTAR-FILTRO                 SECTION.
      ******************************************************************
      *
           SET CN-FORA-CORTE           TO TRUE.
      *
           EVALUATE TRUE
               WHEN DS-FILTRO-TODAS
                   SET CN-NO-CORTE     TO TRUE
               WHEN DS-FILTRO-SISTEMA
                   IF TA-SIGL-SIST (WS-IDX-ATV)
                                       EQUAL DS-SIGL-SIST
                       SET CN-NO-CORTE TO TRUE
                   END-IF
               WHEN DS-DEST-OPERADOR
                   IF TA-RESPONSAVEL (WS-IDX-ATV)
                                       EQUAL DS-ID-DEST
                       SET CN-NO-CORTE TO TRUE
                   END-IF
               WHEN OTHER
                   IF TA-COD-SOLIC (WS-IDX-ATV)
                                       EQUAL WS-COD-DEST
                       SET CN-NO-CORTE TO TRUE
                   END-IF
           END-EVALUATE.
      *
      ******************************************************************
       RTTESTAR-FILTRO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O CORTE DO RELATORIO DE ATRASO (SYS022)  *
      *    POR FAIXA DE PRIORIDADE, NA ORDEM DE TERMINO - SO ENTRA A   *
      *    ATIVIDADE COM DIAS UTEIS DE ATRASO, COMO NO ATV07           *
      ******************************************************************
       RTCORTE-ATRASO                  SECTION.
      ******************************************************************
      *
           PERFORM RTCABECALHO-CORTE.
      *
           MOVE ZEROS                  TO WS-IDX-FAIXA.
      *
           PERFORM UNTIL WS-IDX-FAIXA  GREATER OR EQUAL 4
               ADD 1                   TO WS-IDX-FAIXA
               MOVE 'N'                TO WS-SW-FAIXA
               MOVE ZEROS              TO WS-IDX-ATV
               PERFORM UNTIL WS-IDX-ATV
                                       GREATER OR EQUAL WS-CT-ATV
                   ADD 1               TO WS-IDX-ATV
                   IF TA-DIAS-ATRASO (WS-IDX-ATV)
                                       GREATER ZEROS
                       PERFORM RTTESTAR-FAIXA
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           MOVE SPACES                 TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           IF AC-CORTE                 EQUAL ZEROS
               STRING '    NENHUMA ATIVIDADE EM ATRASO PARA ESTE '
                      'DESTINATARIO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           ELSE
               MOVE AC-CORTE           TO WS-QT-ED
               STRING '          TOTAL DE ATIVIDADES EM ATRASO: '
                      WS-QT-ED         DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           END-IF.
      *
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
      ******************************************************************
       RTCORTE-ATRASO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A ATIVIDADE ATRASADA SE ESTIVER NA     *
      *    FAIXA DE PRIORIDADE CORRENTE E NO CORTE                     *
      ******************************************************************
       RTTESTAR-FAIXA                  SECTION.
      ******************************************************************
      *
           MOVE TA-PRIORIDADE (WS-IDX-ATV)
                                       TO WS-PRIOR-FAIXA.
      *
           IF WS-PRIOR-FAIXA           NOT EQUAL '1' AND
              WS-PRIOR-FAIXA           NOT EQUAL '2' AND
              WS-PRIOR-FAIXA           NOT EQUAL '3'
               MOVE '4'                TO WS-PRIOR-FAIXA
           END-IF.
      *
           IF WS-PRIOR-FAIXA           EQUAL WS-IDX-FAIXA
               PERFORM RTTESTAR-FILTRO
               IF CN-NO-CORTE
                   IF NOT CN-FAIXA-IMPRESSA
                       PERFORM RTIMPRIMIR-FAIXA
                   END-IF
                   PERFORM RTIMPRIMIR-ATRASADA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTTESTAR-FAIXA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O TITULO DA FAIXA DE PRIORIDADE        *
      ******************************************************************
       RTIMPRIMIR-FAIXA                SECTION.
      ******************************************************************
      *
           MOVE 'S'                    TO WS-SW-FAIXA.
      *
           MOVE SPACES                 TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           EVALUATE WS-IDX-FAIXA
               WHEN 1
                   STRING '  PRIORIDADE 1 - ALTA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WHEN 2
                   STRING '  PRIORIDADE 2 - MEDIA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WHEN 3
                   STRING '  PRIORIDADE 3 - BAIXA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WHEN OTHER
                   STRING '  SEM PRIORIDADE DEFINIDA'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           END-EVALUATE.
      *
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
      ******************************************************************
       RTIMPRIMIR-FAIXA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA ATIVIDADE ATRASADA DO CORTE        *
      ******************************************************************
       RTIMPRIMIR-ATRASADA             SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-CORTE.
      *
           MOVE TA-DIAS-ATRASO (WS-IDX-ATV)
                                       TO WS-DIAS-ATRASO-ED.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '  SS: '             TA-SS (WS-IDX-ATV)
                  '  ST: '             TA-ST (WS-IDX-ATV)
                  '  TERM: '           TA-DIA-TERM (WS-IDX-ATV) '/'
                                       TA-MES-TERM (WS-IDX-ATV) '/'
                                       TA-ANO-TERM (WS-IDX-ATV)
                  '  ORIG: '           TA-DT-TERM-ORIG (WS-IDX-ATV)
                                       (7:2) '/'
                                       TA-DT-TERM-ORIG (WS-IDX-ATV)
                                       (5:2) '/'
                                       TA-DT-TERM-ORIG (WS-IDX-ATV)
                                       (1:4)
                  '  RN: '             TA-QT-RENEG (WS-IDX-ATV)
                  '  ATRASO: '         WS-DIAS-ATRASO-ED
                  '  SIST: '           TA-SIGL-SIST (WS-IDX-ATV)
                  '  RESP: '           TA-RESPONSAVEL (WS-IDX-ATV)
                  '  SOLIC: '          TA-NM-SOLIC (WS-IDX-ATV) (1:13)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           MOVE WS-LINHA-REL           TO GE-SYSGER.
      *
           PERFORM RTGRAVAR-DETALHE.
      *
      ******************************************************************
       RTIMPRIMIR-ATRASADA-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O CORTE DA FILA DE TRABALHO (SYS027)     *
      ******************************************************************
       RTCORTE-FILA                    SECTION.
      ******************************************************************
      *
           PERFORM RTCABECALHO-CORTE.
      *
      *    A FILA TEM AS ABERTAS E EM ANDAMENTO, COMO NO ATV15.
           MOVE ZEROS                  TO WS-IDX-ATV.
      *
           PERFORM UNTIL WS-IDX-ATV    GREATER OR EQUAL WS-CT-ATV
               ADD 1                   TO WS-IDX-ATV
               IF TA-STATUS (WS-IDX-ATV)
                                       EQUAL '1' OR
                  TA-STATUS (WS-IDX-ATV)
                                       EQUAL '2'
                   PERFORM RTTESTAR-FILTRO
                   IF CN-NO-CORTE
                       PERFORM RTIMPRIMIR-FILA
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           IF AC-CORTE                 EQUAL ZEROS
               STRING '    NENHUMA ATIVIDADE NA FILA DESTE '
                      'DESTINATARIO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           ELSE
               MOVE AC-CORTE           TO WS-QT-ED
               STRING '          TOTAL DE ATIVIDADES NA FILA: '
                      WS-QT-ED         DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
           END-IF.
      *
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
      ******************************************************************
       RTCORTE-FILA-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UMA ATIVIDADE DA FILA DO CORTE         *
      ******************************************************************
       RTIMPRIMIR-FILA                 SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '   SS: '            TA-SS (WS-IDX-ATV)
                  '   ST: '            TA-ST (WS-IDX-ATV)
                  '   TERMINO: '       TA-DIA-TERM (WS-IDX-ATV) '/'
                                       TA-MES-TERM (WS-IDX-ATV) '/'
                                       TA-ANO-TERM (WS-IDX-ATV)
                  '   STATUS: '        TA-STATUS (WS-IDX-ATV)
                  '   SISTEMA: '       TA-SIGL-SIST (WS-IDX-ATV)
                  '   RESP: '          TA-RESPONSAVEL (WS-IDX-ATV)
                  '   SOLICITANTE: '   TA-NM-SOLIC (WS-IDX-ATV) (1:30)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           MOVE WS-LINHA-REL           TO GE-SYSGER.
      *
           PERFORM RTGRAVAR-DETALHE.
      *
      ******************************************************************
       RTIMPRIMIR-FILA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O CORTE DA POSICAO DIARIA (SYS073)       *
      *    CONCLUIDAS, CANCELADAS, PENDENCIAS E APROVACOES FICAM NA    *
      *    POSICAO GERAL                                               *
      ******************************************************************
       RTCORTE-POSICAO                 SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO AC-ABERTO
                                          AC-ANDAMENTO
                                          AC-AGUARD
                                          AC-VENCE-HOJE
                                          AC-VENCE-AMANHA
                                          AC-ATRASADAS
                                          WS-CT-RESP.
      *
           MOVE ZEROS                  TO WS-IDX-ATV.
      *
           PERFORM UNTIL WS-IDX-ATV    GREATER OR EQUAL WS-CT-ATV
               ADD 1                   TO WS-IDX-ATV
               PERFORM RTTESTAR-FILTRO
               IF CN-NO-CORTE
                   PERFORM RTAPURAR-POSICAO
               END-IF
           END-PERFORM.
      *
           PERFORM RTCABECALHO-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  CONTAGEM POR STATUS (NAO ENCERRADAS)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE AC-ABERTO              TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    1 - ABERTO...........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE AC-ANDAMENTO           TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    2 - EM ANDAMENTO.....: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE AC-AGUARD              TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    3 - AGUARD. SOLIC....: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  PRAZOS DAS ATIVIDADES NAO ENCERRADAS'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE AC-VENCE-HOJE          TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    VENCEM HOJE..........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE AC-VENCE-AMANHA        TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    VENCEM AMANHA........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE AC-ATRASADAS           TO WS-QT-ED.
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '    JA EM ATRASO.........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  ABERTAS/EM ANDAMENTO/AGUARDANDO POR RESPONSAVEL'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE ZEROS                  TO WS-IDX-RSP.
      *
           PERFORM UNTIL WS-IDX-RSP    GREATER OR EQUAL WS-CT-RESP
               ADD 1                   TO WS-IDX-RSP
               MOVE TR-QT-ABERTAS (WS-IDX-RSP)
                                       TO WS-QT-ED
               MOVE SPACES             TO WS-LINHA-REL
               IF TR-RESPONSAVEL (WS-IDX-RSP)
                                       EQUAL SPACES
                   STRING '    (SEM RESPONSAVEL): ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               ELSE
                   STRING '    '       TR-RESPONSAVEL (WS-IDX-RSP)
                          '............: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               END-IF
               MOVE WS-LINHA-REL       TO GE-SYSGER
               PERFORM RTGRAVAR-CORTE
           END-PERFORM.
      *
           MOVE SPACES                 TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
           STRING '  CONCLUIDAS, CANCELADAS, PENDENCIAS E APROVACOES: '
                  'VER A POSICAO GERAL SYS073'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL           TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           COMPUTE AC-CORTE            = AC-ABERTO + AC-ANDAMENTO +
                                         AC-AGUARD.
      *
      ******************************************************************
       RTCORTE-POSICAO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR UMA ATIVIDADE NO CORTE DA POSICAO        *
      ******************************************************************
       RTAPURAR-POSICAO                SECTION.
      ******************************************************************
      *
           EVALUATE TA-STATUS (WS-IDX-ATV)
               WHEN '2'
                   ADD 1               TO AC-ANDAMENTO
               WHEN '3'
                   ADD 1               TO AC-AGUARD
               WHEN OTHER
                   ADD 1               TO AC-ABERTO
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN TA-DT-TERM (WS-IDX-ATV)
                                       EQUAL WS-DT-HOJE-8
                   ADD 1               TO AC-VENCE-HOJE
               WHEN TA-DT-TERM (WS-IDX-ATV)
                                       EQUAL WS-DT-AMANHA-8
                   ADD 1               TO AC-VENCE-AMANHA
               WHEN TA-DT-TERM (WS-IDX-ATV)
                                       LESS WS-DT-HOJE-8 AND
                    TA-DT-TERM (WS-IDX-ATV)
                                       NUMERIC
                   ADD 1               TO AC-ATRASADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           MOVE ZEROS                  TO WS-IDX-ACHOU.
      *
           MOVE ZEROS                  TO WS-IDX-RSP.
      *
           PERFORM UNTIL WS-IDX-RSP    GREATER OR EQUAL WS-CT-RESP
               ADD 1                   TO WS-IDX-RSP
               IF TR-RESPONSAVEL (WS-IDX-RSP)
                                       EQUAL TA-RESPONSAVEL (WS-IDX-ATV)
                   MOVE WS-IDX-RSP     TO WS-IDX-ACHOU
               END-IF
           END-PERFORM.
      *
           IF WS-IDX-ACHOU             EQUAL ZEROS AND
              WS-CT-RESP               LESS 50
               ADD 1                   TO WS-CT-RESP
               MOVE WS-CT-RESP         TO WS-IDX-ACHOU
               MOVE TA-RESPONSAVEL (WS-IDX-ATV)
                                       TO TR-RESPONSAVEL (WS-IDX-ACHOU)
               MOVE ZEROS              TO TR-QT-ABERTAS  (WS-IDX-ACHOU)
           END-IF.
      *
           IF WS-IDX-ACHOU             GREATER ZEROS
               ADD 1                   TO TR-QT-ABERTAS (WS-IDX-ACHOU)
           END-IF.
      *
      ******************************************************************
       RTAPURAR-POSICAO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O CABECALHO DO CORTE                   *
      ******************************************************************
       RTCABECALHO-CORTE               SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-NR-PAGINA.
      *
           MOVE ZEROS                  TO WS-CT-LINHA.
      *
           MOVE WS-NR-PAGINA           TO WS-NR-PAGINA-ED.
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2.
      *
           EVALUATE TRUE
               WHEN DS-REL-ATRASO
                   STRING '            RELATORIO DE ATIVIDADES EM '
                          'ATRASO - SYS022 - ' WS-ID-REL-DST
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1
               WHEN DS-REL-FILA
                   STRING '        FILA DE TRABALHO - SYS027 - '
                          WS-ID-REL-DST
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1
               WHEN OTHER
                   STRING '        POSICAO DIARIA DAS ATIVIDADES - '
                          'SYS073 - ' WS-ID-REL-DST
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1
           END-EVALUATE.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     DESTINATARIO: ' DS-ID-DEST ' ' WS-NM-DEST
                  '     FILTRO: '     WS-TX-FILTRO
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           MOVE WS-CAB-REL1            TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE WS-CAB-REL2            TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
           MOVE SPACES                 TO GE-SYSGER.
           PERFORM RTGRAVAR-CORTE.
      *
      ******************************************************************
       RTCABECALHO-CORTE-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR LINHA DE DETALHE COM QUEBRA DE PAGINA    *
      ******************************************************************
       RTGRAVAR-DETALHE                SECTION.
      ******************************************************************
      *
           PERFORM RTGRAVAR-CORTE.
      *
           ADD 1                       TO WS-CT-LINHA.
      *
           IF WS-CT-LINHA              GREATER OR EQUAL 60
               PERFORM RTCABECALHO-CORTE
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-DETALHE-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA NO ARQUIVO DO DESTINATARIO     *
      ******************************************************************
       RTGRAVAR-CORTE                  SECTION.
      ******************************************************************
      *
           WRITE GE-SYSGER.
      *
           IF CN-SYSGER-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYSGER   TO WS-RETCOD-905
               MOVE WS-MSGARQ-905      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-CORTE-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CONTROLE DE GERACOES (SYS037)       *
      ******************************************************************
       RTCARREGAR-GERACOES             SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-CT-GERACOES.
      *
           OPEN INPUT SYS037.
      *
           EVALUATE TRUE
               WHEN CN-SYS037-OK
                   PERFORM RTLER-SYS037
                   PERFORM UNTIL CN-SYS037-EOF OR
                                 WS-CT-GERACOES
                                       GREATER OR EQUAL 300
                       ADD 1           TO WS-CT-GERACOES
                       MOVE GR-ID-REL  TO TG-ID-REL     (WS-CT-GERACOES)
                       MOVE GR-NR-GERACAO
                                       TO TG-NR-GERACAO (WS-CT-GERACOES)
                       MOVE GR-PERIODO TO TG-PERIODO    (WS-CT-GERACOES)
                       MOVE GR-DT-GERACAO
                                       TO TG-DT-GERACAO (WS-CT-GERACOES)
                       MOVE GR-HR-GERACAO
                                       TO TG-HR-GERACAO (WS-CT-GERACOES)
                       MOVE GR-OPERADOR
                                       TO TG-OPERADOR   (WS-CT-GERACOES)
                       MOVE GR-NM-ARQ-GER
                                       TO TG-NM-ARQ-GER (WS-CT-GERACOES)
                       PERFORM RTLER-SYS037
                   END-PERFORM
                   CLOSE SYS037
               WHEN CN-SYS037-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS037
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTCARREGAR-GERACOES-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO ARQUIVO SYS037                      *
      ******************************************************************
       RTLER-SYS037                    SECTION.
      ******************************************************************
      *
           READ SYS037.
      *
           EVALUATE TRUE
               WHEN CN-SYS037-OK
               WHEN CN-SYS037-EOF
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS037
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS037-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGISTRAR O ARQUIVO DO DESTINATARIO NO SYS037   *
      *    (RELATORIO DRRNNN, GERACOES RETIDAS DE GERACOES-REL)        *
      ******************************************************************
       RTREGISTRAR-COPIA               SECTION.
      ******************************************************************
      *
      *    NOVA EXECUCAO NO MESMO DIA SOBRESCREVE O ARQUIVO - A ENTRADA
      *    ANTERIOR SAI DO CONTROLE.
           MOVE ZEROS                  TO WS-GER-NR
                                          WS-IDX-ACHOU-G.
      *
           MOVE ZEROS                  TO WS-IDX-GER.
      *
           PERFORM UNTIL WS-IDX-GER    GREATER OR EQUAL WS-CT-GERACOES
               ADD 1                   TO WS-IDX-GER
               IF TG-ID-REL (WS-IDX-GER)
                                       EQUAL WS-ID-REL-DST
                   IF TG-NR-GERACAO (WS-IDX-GER)
                                       GREATER WS-GER-NR
                       MOVE TG-NR-GERACAO (WS-IDX-GER)
                                       TO WS-GER-NR
                   END-IF
                   IF TG-NM-ARQ-GER (WS-IDX-GER)
                                       EQUAL WS-NOME-DST
                       MOVE WS-IDX-GER TO WS-IDX-ACHOU-G
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF WS-IDX-ACHOU-G           GREATER ZEROS
               PERFORM RTREMOVER-GERACAO
           END-IF.
      *
           ADD 1                       TO WS-GER-NR.
      *
           IF WS-CT-GERACOES           LESS 300
               ADD 1                   TO WS-CT-GERACOES
               MOVE WS-ID-REL-DST
                                       TO TG-ID-REL     (WS-CT-GERACOES)
               MOVE WS-GER-NR
                                       TO TG-NR-GERACAO (WS-CT-GERACOES)
               MOVE WS-GER-PERIODO
                                       TO TG-PERIODO    (WS-CT-GERACOES)
               MOVE WS-DATA-CORR
                                       TO TG-DT-GERACAO (WS-CT-GERACOES)
               MOVE WS-HORA-CORR
                                       TO TG-HR-GERACAO (WS-CT-GERACOES)
               IF CN-BT-BATCH
                   MOVE BT-OPERADOR
                                       TO TG-OPERADOR   (WS-CT-GERACOES)
               ELSE
                   MOVE LK-OPERADOR
                                       TO TG-OPERADOR   (WS-CT-GERACOES)
               END-IF
               MOVE WS-NOME-DST
                                       TO TG-NM-ARQ-GER (WS-CT-GERACOES)
               SET CN-SYS037-ALTERADO  TO TRUE
               PERFORM RTAPARAR-GERACOES
           ELSE
               MOVE 'ENTREGUE - NAO REGISTRADO NO SYS037'
                                       TO WS-TX-SITUACAO
           END-IF.
      *
      ******************************************************************
       RTREGISTRAR-COPIA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RETER SO AS GERACOES-REL GERACOES MAIS NOVAS    *
      *    DO RELATORIO DO DESTINATARIO                                *
      ******************************************************************
       RTAPARAR-GERACOES               SECTION.
      ******************************************************************
      *
           MOVE 999                    TO WS-QT-GER-REL.
      *
           PERFORM UNTIL WS-QT-GER-REL NOT GREATER WS-MAX-GERACOES
               MOVE ZEROS              TO WS-QT-GER-REL
                                          WS-IDX-ACHOU-G
               MOVE 9999               TO WS-GER-NR-MIN
               MOVE ZEROS              TO WS-IDX-GER
               PERFORM UNTIL WS-IDX-GER
                                       GREATER OR EQUAL WS-CT-GERACOES
                   ADD 1               TO WS-IDX-GER
                   IF TG-ID-REL (WS-IDX-GER)
                                       EQUAL WS-ID-REL-DST
                       ADD 1           TO WS-QT-GER-REL
                       IF TG-NR-GERACAO (WS-IDX-GER)
                                       LESS WS-GER-NR-MIN
                           MOVE TG-NR-GERACAO (WS-IDX-GER)
                                       TO WS-GER-NR-MIN
                           MOVE WS-IDX-GER
                                       TO WS-IDX-ACHOU-G
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-QT-GER-REL        GREATER WS-MAX-GERACOES
                   PERFORM RTREMOVER-GERACAO
               END-IF
           END-PERFORM.
      *
      ******************************************************************
       RTAPARAR-GERACOES-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA RETIRAR DO CONTROLE A ENTRADA WS-IDX-ACHOU-G    *
      ******************************************************************
       RTREMOVER-GERACAO               SECTION.
      ******************************************************************
      *
           MOVE WS-IDX-ACHOU-G         TO WS-IDX-GER.
      *
           PERFORM UNTIL WS-IDX-GER    GREATER OR EQUAL WS-CT-GERACOES
               MOVE WS-TAB-GERACOES (WS-IDX-GER + 1)
                                       TO WS-TAB-GERACOES (WS-IDX-GER)
               ADD 1                   TO WS-IDX-GER
           END-PERFORM.
      *
           SUBTRACT 1                  FROM WS-CT-GERACOES.
      *
           SET CN-SYS037-ALTERADO      TO TRUE.
      *
      ******************************************************************
       RTREMOVER-GERACAO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REGRAVAR O CONTROLE DE GERACOES (SYS037)       *
      ******************************************************************
       RTGRAVAR-SYS037                 SECTION.
      ******************************************************************
      *
           OPEN OUTPUT SYS037.
      *
           IF CN-SYS037-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS037   TO WS-RETCOD-906
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE ZEROS                  TO WS-IDX-GER.
      *
           PERFORM UNTIL WS-IDX-GER    GREATER OR EQUAL WS-CT-GERACOES
               ADD 1                   TO WS-IDX-GER
               MOVE TG-ID-REL     (WS-IDX-GER)
                                       TO GR-ID-REL
               MOVE TG-NR-GERACAO (WS-IDX-GER)
                                       TO GR-NR-GERACAO
               MOVE TG-PERIODO    (WS-IDX-GER)
                                       TO GR-PERIODO
               MOVE TG-DT-GERACAO (WS-IDX-GER)
                                       TO GR-DT-GERACAO
               MOVE TG-HR-GERACAO (WS-IDX-GER)
                                       TO GR-HR-GERACAO
               MOVE TG-OPERADOR   (WS-IDX-GER)
                                       TO GR-OPERADOR
               MOVE TG-NM-ARQ-GER (WS-IDX-GER)
                                       TO GR-NM-ARQ-GER
               WRITE GR-SYS037
               IF CN-SYS037-OK
                   CONTINUE
               ELSE
                   MOVE WS-STATUS-SYS037
                                       TO WS-RETCOD-906
                   MOVE WS-MSGARQ-906  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
           END-PERFORM.
      *
           CLOSE SYS037.
      *
      ******************************************************************
       RTGRAVAR-SYS037-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR O CABECALHO DO LOG (SYS120)            *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-LOG        SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2.
      *
           STRING '        LOG DE DISTRIBUICAO DE RELATORIOS - SYS120'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     HORA: '       WS-HORA-CORR (1:2) ':'
                                      WS-HORA-CORR (3:2)
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           MOVE WS-CAB-REL1            TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
           MOVE WS-CAB-REL2            TO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
           PERFORM RTGRAVAR-LOG.
      *
           STRING '  NR  T DESTINO  NOME                 RELAT. F SI '
                  'ARQUIVO       ATIV.  SITUACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-LOG-EXIT.  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LINHA DO DESTINATARIO NO LOG         *
      ******************************************************************
       RTGRAVAR-LINHA-LOG              SECTION.
      ******************************************************************
      *
           MOVE AC-CORTE               TO WS-QT-ED.
      *
           STRING '  '                 DS-NR-DEST
                  ' '                  DS-TP-DEST
                  ' '                  DS-ID-DEST
                  ' '                  WS-NM-DEST (1:20)
                  ' '                  DS-ID-REL
                  ' '                  DS-FILTRO
                  ' '                  DS-SIGL-SIST
                  ' '                  WS-NOME-DST
                  '  '                 WS-QT-ED
                  '  '                 WS-TX-SITUACAO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LOG.
      *
      ******************************************************************
       RTGRAVAR-LINHA-LOG-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DO LOG                       *
      ******************************************************************
       RTIMPRIMIR-TOTAIS-LOG           SECTION.
      ******************************************************************
      *
           PERFORM RTGRAVAR-LOG.
      *
           MOVE AC-DESTINOS            TO WS-QT-ED.
           STRING '  LINHAS DA LISTA DE DISTRIBUICAO..: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
           MOVE AC-ARQUIVOS            TO WS-QT-ED.
           STRING '  ARQUIVOS ENTREGUES...............: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
           MOVE AC-VAZIOS              TO WS-QT-ED.
           STRING '  *** CORTES VAZIOS................: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
           MOVE AC-REJEITADOS          TO WS-QT-ED.
           STRING '  LINHAS REJEITADAS................: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LOG.
      *
      ******************************************************************
       RTIMPRIMIR-TOTAIS-LOG-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA NO LOG (SYS120)                *
      ******************************************************************
       RTGRAVAR-LOG                    SECTION.
      ******************************************************************
      *
           WRITE FD-SYS120             FROM WS-LINHA-REL.
      *
           IF CN-SYS120-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS120   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
      ******************************************************************
       RTGRAVAR-LOG-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
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
           CLOSE SYS120.
      *
      ******************************************************************
       RTFECHAR-EXIT.                  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CANCELAR O PROCESSAMENTO COM OS ARQUIVOS        *
      *    FECHADOS                                                    *
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
