      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
       PROGRAM-ID. ATV79.
       AUTHOR. NEUCLAIR J ANGELE JUNIOR.
       DATE-WRITTEN. 15 OUT 2026.
       DATE-COMPILED.
      *REMARKS. *******************************************************
      *         *#NOME:# ATV79                                        *
      *         *******************************************************
      *         *#TIPO:# BATCH - COBOL-LE                             *
      *         *******************************************************
      *         *#FUNC:# VARREDURA DE SUSPEITAS DE DUPLICIDADE        *
      *         *******************************************************
      *         *#ANALISTA:# NEUCLAIR J. ANGELE JUNIOR                *
      *         *******************************************************
      *----------------------------------------------------------------
      *    HISTORICO DE ALTERACOES                                    *
      *    DATA       AUTOR   DESCRICAO                                *
      *    15OUT2026  NJA     CRIACAO DO PROGRAMA - RODADA SEM TELAS,  *
      *                       CHAMADA PELA RODADA NOTURNA DO ATV23     *
      *                       (PASSO DUPLIC) - COMPARA AS ATIVIDADES   *
      *                       NAO ENCERRADAS DO SYS010 RECEBIDAS       *
      *                       DENTRO DA JANELA DUPL-JANELA PELA REGRA  *
      *                       DO ATV80 (SOLICITANTE, SISTEMA,          *
      *                       PROGRAMA/MODULO, DATA E PALAVRAS DA      *
      *                       OBS), REGISTRA OS PARES SUSPEITOS NO     *
      *                       SYS122 PARA DECISAO NO ATV81 E EMITE A   *
      *                       LISTA ORDENADA PELA PONTUACAO NO SYS123. *
      *                       PAR JA CONFIRMADO, DESCARTADO OU LIGADO  *
      *                       POR VINCULO NO SYS072 NAO E REPORTADO    *
      *    15OUT2026  NJA     LEITURA DAS ABERTAS NO SYS010 PARA NO    *
      *                       PRIMEIRO ENCERRADO DA ORDEM DE STATUS    *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1) E    *
      *                       OS INDICES A WS-IDX-                     *
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
           SELECT  SYS072    ASSIGN    TO 'SYS072.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-CHAVE-VINC
                     FILE STATUS IS WS-STATUS-SYS072.
      *
           SELECT  SYS122    ASSIGN    TO 'SYS122.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY DU-CHAVE-PAR
                     FILE STATUS IS WS-STATUS-SYS122.
      *
           SELECT  SYS123    ASSIGN    TO 'SYS123.LST'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS123.
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
           03      SD-DT-RECEB     PIC     X(08).
           03      SD-SS           PIC     9(06).
           03      SD-ST           PIC     9(06).
           03      SD-DT-RECEB-ORIG
                                   PIC     X(08).
           03      SD-COD-SOLIC    PIC     9(05).
           03      SD-NM-SOLIC     PIC     X(60).
           03      SD-SIGL-SIST    PIC     X(02).
           03      SD-NM-PGM       PIC     X(08).
           03      SD-NM-MOD       PIC     X(20).
           03      SD-OBS          PIC     X(60).
      *
       FD          SYS072
                              DATA RECORD VC-SYS072.
      *
       01          VC-SYS072.
      *
           COPY WATV21                 REPLACING ==::== BY ==VC==.
      *
       FD          SYS122
                              DATA RECORD DU-SYS122.
      *
       01          DU-SYS122.
      *
           COPY WATV42                 REPLACING ==::== BY ==DU==.
      *
       FD          SYS123
                              RECORDING MODE IS F
                              DATA RECORD FD-SYS123
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          FD-SYS123.
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
             05    AC-COMPARADOS   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-SUSPEITOS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-NOVOS        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-PENDENTES    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-DECIDIDOS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-VINCULADOS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-FORA-LISTA   PIC    S9(05) COMP-3  VALUE ZEROS.
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
             05    WS-JANELA       PIC     9(03)         VALUE 010.
             05    WS-PONTOS-MIN   PIC     9(03)         VALUE 060.
             05    WS-DT-CALC.
               07  WS-ANO-CALC     PIC     9(04)         VALUE ZEROS.
               07  WS-MES-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-DIA-CALC     PIC     9(02)         VALUE ZEROS.
             05    WS-JULIANO      PIC     9(07)         VALUE ZEROS.
             05    WS-IDX-A        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-B        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-MENOR    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-MAIOR    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-SS-PROC      PIC     9(06)         VALUE ZEROS.
             05    WS-ST-PROC      PIC     9(06)         VALUE ZEROS.
             05    WS-SS-OUTRA     PIC     9(06)         VALUE ZEROS.
             05    WS-ST-OUTRA     PIC     9(06)         VALUE ZEROS.
             05    WS-TX-SIT-PAR   PIC     X(08)         VALUE SPACES.
             05    WS-QT-ED        PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-RANK-ED      PIC     ZZZ9          VALUE ZEROS.
             05    WS-PONTOS-ED    PIC     ZZ9           VALUE ZEROS.
             05    WS-DIAS-ED      PIC     ZZ9           VALUE ZEROS.
             05    WS-OBS-ED       PIC     ZZ9           VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(04)         VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZZ9          VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(03)         VALUE ZEROS.
             05    WS-SW-ORDENACAO PIC     X(01)         VALUE 'N'.
               88  CN-FIM-ORDENACAO                      VALUE 'S'.
             05    WS-SW-JANELA    PIC     X(01)         VALUE 'N'.
               88  CN-FORA-JANELA                        VALUE 'S'.
             05    WS-SW-VINCULO   PIC     X(01)         VALUE 'N'.
               88  CN-PAR-VINCULADO                      VALUE 'S'.
             05    WS-SW-SYS072    PIC     X(01)         VALUE 'N'.
               88  CN-SYS072-ABERTO                      VALUE 'S'.
      *
      ******************************************************************
      *    TABELA DAS ATIVIDADES NAO ENCERRADAS (ORDEM DE RECEBIMENTO) *
      ******************************************************************
           03      WS-AREA-ABERTAS.
             05    FILLER          PIC     X(09)         VALUE
                                   '=ABERTAS='.
             05    WS-CT-ATV       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-ABERTAS  OCCURS 5000 TIMES.
               07  TA-JULIANO      PIC     9(07).
               07  TA-CHAVE.
                 09 TA-SS          PIC     9(06).
                 09 TA-ST          PIC     9(06).
               07  TA-DT-RECEB     PIC     X(08).
               07  TA-COD-SOLIC    PIC     9(05).
               07  TA-NM-SOLIC     PIC     X(60).
               07  TA-SIGL-SIST    PIC     X(02).
               07  TA-NM-PGM       PIC     X(08).
               07  TA-NM-MOD       PIC     X(20).
               07  TA-OBS          PIC     X(60).
      *
      ******************************************************************
      *    TABELA DOS PARES A LISTAR (ORDEM DECRESCENTE DE PONTOS)     *
      ******************************************************************
           03      WS-AREA-RANKING.
             05    FILLER          PIC     X(09)         VALUE
                                   '=RANKING='.
             05    WS-CT-RANK      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-RANK     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-RANKING  OCCURS 2000 TIMES.
               07  TR-PONTOS       PIC     9(03).
               07  TR-IX-A         PIC    S9(05) COMP-3.
               07  TR-IX-B         PIC    S9(05) COMP-3.
               07  TR-CRIT-SOLIC   PIC     X(01).
               07  TR-CRIT-SIST    PIC     X(01).
               07  TR-CRIT-PGM     PIC     X(01).
               07  TR-CRIT-DIAS    PIC     9(03).
               07  TR-CRIT-OBS     PIC     9(03).
               07  TR-SITUACAO     PIC     X(08).
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
             05    WS-STATUS-SYS072
                                   PIC     X(02).
               88  CN-SYS072-OK                          VALUE '00'.
               88  CN-SYS072-DPL                         VALUE '02'.
               88  CN-SYS072-NOK                         VALUE '23'.
               88  CN-SYS072-EOF                         VALUE '10'.
               88  CN-SYS072-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS122
                                   PIC     X(02).
               88  CN-SYS122-OK                          VALUE '00'.
               88  CN-SYS122-DPL                         VALUE '02'.
               88  CN-SYS122-NOK                         VALUE '23'.
               88  CN-SYS122-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS123
                                   PIC     X(02).
               88  CN-SYS123-OK                          VALUE '00'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
      ******************************************************************
           03      WS-MENSAGENS.
             05    FILLER          PIC     X(11)         VALUE
                                   '=MENSAGENS='.
             05    WS-MSGARQ-901.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV79.901I - ERRO NO ARQ. SYS010         STATUS: '.
               07  WS-RETCOD-901   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-902.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV79.902I - ERRO NO ARQ. SYS072         STATUS: '.
               07  WS-RETCOD-902   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-903.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV79.903I - ERRO NO ARQ. SYS122         STATUS: '.
               07  WS-RETCOD-903   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV79.904I - ERRO NO ARQ. SYS123         STATUS: '.
               07  WS-RETCOD-904   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-905.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV79.905I - TABELA DE ABERTAS CHEIA (MAX 5000)  '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV79.999I - EXECUTADO COM SUCESSO               '.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
      ******************************************************************
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
             05    WS-ATV80        PIC     X(08)         VALUE
                                   'ATV80   '.
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
      *    AREA DO RELATORIO IMPRESSO (SYS123)                         *
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
      ******************************************************************
      *    AREA DE COMANDO DA COMPARACAO DE ATIVIDADES (WATV43)        *
      ******************************************************************
       01          WS-COMANDO-DUPL.
      *
           COPY WATV43                 REPLACING ==::== BY ==CS==.
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
                                          WS-CT-RANK.
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
           OPEN OUTPUT SYS123.
      *
           IF CN-SYS123-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS123   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
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
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               CLOSE SYS123
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN INPUT SYS072.
      *
           EVALUATE TRUE
               WHEN CN-SYS072-OK
                   SET CN-SYS072-ABERTO
                                       TO TRUE
               WHEN CN-SYS072-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS072
                                       TO WS-RETCOD-902
                   MOVE WS-MSGARQ-902  TO WS-MSG
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
           MOVE 'DUPL-JANELA'          TO CP-COD-PARAM.
           MOVE 10                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-JANELA.
      *
           MOVE 'DUPL-PONTOS'          TO CP-COD-PARAM.
           MOVE 60                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-PONTOS-MIN.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
      ******************************************************************
      *
           PERFORM RTCARREGAR-ABERTAS.
      *
           MOVE WS-JANELA              TO CS-JANELA-DIAS.
           MOVE WS-PONTOS-MIN          TO CS-PONTOS-MIN.
      *
           MOVE ZEROS                  TO WS-IDX-A.
      *
           PERFORM UNTIL WS-IDX-A      GREATER OR EQUAL WS-CT-ATV
               ADD 1                   TO WS-IDX-A
               MOVE 'N'                TO WS-SW-JANELA
               MOVE WS-IDX-A           TO WS-IDX-B
               PERFORM UNTIL WS-IDX-B
                                       GREATER OR EQUAL WS-CT-ATV
                          OR CN-FORA-JANELA
                   ADD 1               TO WS-IDX-B
                   IF TA-JULIANO (WS-IDX-B) - TA-JULIANO (WS-IDX-A)
                                       GREATER WS-JANELA
                       SET CN-FORA-JANELA
                                       TO TRUE
                   ELSE
                       PERFORM RTCOMPARAR-PAR
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
           PERFORM RTIMPRIMIR.
      *
           IF CN-BT-BATCH
               MOVE WS-CT-RANK         TO BT-RESULTADO
           END-IF.
      *
      ******************************************************************
       RTPROCESSAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR AS ATIVIDADES NAO ENCERRADAS, NA       *
      *    ORDEM DE RECEBIMENTO E SS/ST                                *
      ******************************************************************
       RTCARREGAR-ABERTAS              SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS010.
      *
           EVALUATE TRUE
               WHEN CN-SYS010-OK
                   SORT SYS030 ON ASCENDING KEY SD-DT-RECEB
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
      *    RECEBIMENTO INVALIDO NAO ENTRA NA COMPARACAO                *
      ******************************************************************
       RTLIBERAR-ABERTA                SECTION.
      ******************************************************************
      *
           IF WS-DT-RECEB              NUMERIC
               MOVE SPACES             TO SD-DT-RECEB
               STRING WS-ANO-RECEB WS-MES-RECEB WS-DIA-RECEB
                                       DELIMITED BY SIZE
                                       INTO SD-DT-RECEB
               MOVE WS-SS              TO SD-SS
               MOVE WS-ST              TO SD-ST
               MOVE WS-DT-RECEB        TO SD-DT-RECEB-ORIG
               MOVE WS-COD-SOLIC       TO SD-COD-SOLIC
               MOVE WS-NM-SOLIC        TO SD-NM-SOLIC
               MOVE WS-SIGL-SIST       TO SD-SIGL-SIST
               MOVE WS-NM-PGM          TO SD-NM-PGM
               MOVE WS-NM-MOD          TO SD-NM-MOD
               MOVE WS-OBS             TO SD-OBS
               RELEASE SD-SYS030
           END-IF.
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
                   MOVE WS-MSGARQ-905  TO WS-MSG
                   PERFORM RTCANCELAR
               END-IF
               ADD 1                   TO WS-CT-ATV
               MOVE SD-DT-RECEB (1:4)  TO WS-ANO-CALC
               MOVE SD-DT-RECEB (5:2)  TO WS-MES-CALC
               MOVE SD-DT-RECEB (7:2)  TO WS-DIA-CALC
               PERFORM RTCALC-JULIANO
               MOVE WS-JULIANO         TO TA-JULIANO (WS-CT-ATV)
               MOVE SD-SS              TO TA-SS (WS-CT-ATV)
               MOVE SD-ST              TO TA-ST (WS-CT-ATV)
               MOVE SD-DT-RECEB-ORIG   TO TA-DT-RECEB (WS-CT-ATV)
               MOVE SD-COD-SOLIC       TO TA-COD-SOLIC (WS-CT-ATV)
               MOVE SD-NM-SOLIC        TO TA-NM-SOLIC (WS-CT-ATV)
               MOVE SD-SIGL-SIST       TO TA-SIGL-SIST (WS-CT-ATV)
               MOVE SD-NM-PGM          TO TA-NM-PGM (WS-CT-ATV)
               MOVE SD-NM-MOD          TO TA-NM-MOD (WS-CT-ATV)
               MOVE SD-OBS             TO TA-OBS (WS-CT-ATV)
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
      *    ROTINA PARA CALCULAR O DIA JULIANO (ANO COMERCIAL)          *
      ******************************************************************
       RTCALC-JULIANO                  SECTION.
      ******************************************************************
      *
           COMPUTE WS-JULIANO          = WS-ANO-CALC * 360 +
                                         WS-MES-CALC * 30  +
                                         WS-DIA-CALC.
      *
      ******************************************************************
       RTCALC-JULIANO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COMPARAR A ATIVIDADE WS-IDX-A COM A SEGUINTE    *
      *    DA TABELA (WS-IDX-B) PELA REGRA DO ATV80                    *
      ******************************************************************
       RTCOMPARAR-PAR                  SECTION.
      ******************************************************************
      *
           ADD 1                       TO AC-COMPARADOS.
      *
           MOVE WS-IDX-A               TO WS-IDX-MENOR.
           MOVE WS-IDX-B               TO WS-IDX-MAIOR.
      *
           IF TA-CHAVE (WS-IDX-MAIOR)  LESS TA-CHAVE (WS-IDX-MENOR)
               MOVE WS-IDX-MAIOR       TO WS-IDX-MENOR
               MOVE WS-IDX-A           TO WS-IDX-MAIOR
           END-IF.
      *
           MOVE TA-SS (WS-IDX-MENOR)        TO CS-SS-A.
           MOVE TA-ST (WS-IDX-MENOR)        TO CS-ST-A.
           MOVE TA-COD-SOLIC (WS-IDX-MENOR) TO CS-COD-SOLIC-A.
           MOVE TA-NM-SOLIC (WS-IDX-MENOR)  TO CS-NM-SOLIC-A.
           MOVE TA-SIGL-SIST (WS-IDX-MENOR) TO CS-SIGL-SIST-A.
           MOVE TA-NM-PGM (WS-IDX-MENOR)    TO CS-NM-PGM-A.
           MOVE TA-NM-MOD (WS-IDX-MENOR)    TO CS-NM-MOD-A.
           MOVE TA-DT-RECEB (WS-IDX-MENOR)  TO CS-DT-RECEB-A.
           MOVE TA-OBS (WS-IDX-MENOR)       TO CS-OBS-A.
      *
           MOVE TA-SS (WS-IDX-MAIOR)        TO CS-SS-B.
           MOVE TA-ST (WS-IDX-MAIOR)        TO CS-ST-B.
           MOVE TA-COD-SOLIC (WS-IDX-MAIOR) TO CS-COD-SOLIC-B.
           MOVE TA-NM-SOLIC (WS-IDX-MAIOR)  TO CS-NM-SOLIC-B.
           MOVE TA-SIGL-SIST (WS-IDX-MAIOR) TO CS-SIGL-SIST-B.
           MOVE TA-NM-PGM (WS-IDX-MAIOR)    TO CS-NM-PGM-B.
           MOVE TA-NM-MOD (WS-IDX-MAIOR)    TO CS-NM-MOD-B.
           MOVE TA-DT-RECEB (WS-IDX-MAIOR)  TO CS-DT-RECEB-B.
           MOVE TA-OBS (WS-IDX-MAIOR)       TO CS-OBS-B.
      *
           CALL WS-ATV80               USING WS-COMANDO-DUPL.
      *
           IF CS-RET-SUSPEITO
               ADD 1                   TO AC-SUSPEITOS
               PERFORM RTTRATAR-SUSPEITO
           END-IF.
      *
      ******************************************************************
       RTCOMPARAR-PAR-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRATAR UM PAR SUSPEITO CONTRA O REGISTRO DE     *
      *    PARES (SYS122) E OS VINCULOS EXISTENTES (SYS072)            *
      ******************************************************************
       RTTRATAR-SUSPEITO               SECTION.
      ******************************************************************
      *
           MOVE CS-SS-A                TO DU-SS-A.
           MOVE CS-ST-A                TO DU-ST-A.
           MOVE CS-SS-B                TO DU-SS-B.
           MOVE CS-ST-B                TO DU-ST-B.
      *
           READ SYS122.
      *
           EVALUATE TRUE
               WHEN CN-SYS122-OK
               WHEN CN-SYS122-DPL
                   IF DU-PAR-PENDENTE
                       PERFORM RTVERIFICAR-VINCULO
                       IF CN-PAR-VINCULADO
                           ADD 1       TO AC-VINCULADOS
                       ELSE
                           ADD 1       TO AC-PENDENTES
                           PERFORM RTATUALIZAR-PAR
                           MOVE 'PENDENTE'
                                       TO WS-TX-SIT-PAR
                           PERFORM RTCLASSIFICAR-PAR
                       END-IF
                   ELSE
                       ADD 1           TO AC-DECIDIDOS
                   END-IF
               WHEN CN-SYS122-NOK
                   PERFORM RTVERIFICAR-VINCULO
                   IF CN-PAR-VINCULADO
                       ADD 1           TO AC-VINCULADOS
                   ELSE
                       ADD 1           TO AC-NOVOS
                       PERFORM RTINCLUIR-PAR
                       MOVE 'NOVO'     TO WS-TX-SIT-PAR
                       PERFORM RTCLASSIFICAR-PAR
                   END-IF
               WHEN OTHER
                   MOVE WS-STATUS-SYS122
                                       TO WS-RETCOD-903
                   MOVE WS-MSGARQ-903  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTTRATAR-SUSPEITO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE JA HA VINCULO ENTRE AS DUAS        *
      *    ATIVIDADES, EM QUALQUER SENTIDO (SYS072)                    *
      ******************************************************************
       RTVERIFICAR-VINCULO             SECTION.
      ******************************************************************
      *
           MOVE 'N'                    TO WS-SW-VINCULO.
      *
           IF CN-SYS072-ABERTO
               MOVE CS-SS-A            TO WS-SS-PROC
               MOVE CS-ST-A            TO WS-ST-PROC
               MOVE CS-SS-B            TO WS-SS-OUTRA
               MOVE CS-ST-B            TO WS-ST-OUTRA
               PERFORM RTPROCURAR-VINCULO
               IF NOT CN-PAR-VINCULADO
                   MOVE CS-SS-B        TO WS-SS-PROC
                   MOVE CS-ST-B        TO WS-ST-PROC
                   MOVE CS-SS-A        TO WS-SS-OUTRA
                   MOVE CS-ST-A        TO WS-ST-OUTRA
                   PERFORM RTPROCURAR-VINCULO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-VINCULO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PROCURAR NOS VINCULOS DE WS-SS/ST-PROC UM       *
      *    DESTINO IGUAL A WS-SS/ST-OUTRA                              *
      ******************************************************************
       RTPROCURAR-VINCULO              SECTION.
      ******************************************************************
      *
           MOVE WS-SS-PROC             TO VC-SS.
           MOVE WS-ST-PROC             TO VC-ST.
           MOVE ZEROS                  TO VC-SEQ.
      *
           MOVE SPACES                 TO WS-STATUS-SYS072.
      *
           START SYS072         KEY IS GREATER THAN OR
                                       EQUAL VC-CHAVE-VINC
               INVALID KEY
                   SET CN-SYS072-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS072-EOF
                      OR CN-PAR-VINCULADO
               READ SYS072 NEXT
               EVALUATE TRUE
                   WHEN CN-SYS072-OK
                   WHEN CN-SYS072-DPL
                       IF VC-SS        EQUAL WS-SS-PROC AND
                          VC-ST        EQUAL WS-ST-PROC
                           IF VC-SS-DEST
                                       EQUAL WS-SS-OUTRA AND
                              VC-ST-DEST
                                       EQUAL WS-ST-OUTRA
                               SET CN-PAR-VINCULADO
                                       TO TRUE
                           END-IF
                       ELSE
                           SET CN-SYS072-EOF
                                       TO TRUE
                       END-IF
                   WHEN CN-SYS072-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS072
                                       TO WS-RETCOD-902
                       MOVE WS-MSGARQ-902
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
      ******************************************************************
       RTPROCURAR-VINCULO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ATUALIZAR A PONTUACAO DO PAR PENDENTE           *
      ******************************************************************
       RTATUALIZAR-PAR                 SECTION.
      ******************************************************************
      *
           MOVE CS-PONTOS              TO DU-PONTOS.
           MOVE CS-CRIT-SOLIC          TO DU-CRIT-SOLIC.
           MOVE CS-CRIT-SIST           TO DU-CRIT-SIST.
           MOVE CS-CRIT-PGM            TO DU-CRIT-PGM.
           MOVE CS-CRIT-DIAS           TO DU-CRIT-DIAS.
           MOVE CS-CRIT-OBS            TO DU-CRIT-OBS.
      *
           REWRITE DU-SYS122.
      *
           IF CN-SYS122-OK             OR CN-SYS122-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTATUALIZAR-PAR-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INCLUIR O PAR NOVO COMO PENDENTE (SYS122)       *
      ******************************************************************
       RTINCLUIR-PAR                   SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO DU-SYS122.
      *
           MOVE CS-SS-A                TO DU-SS-A.
           MOVE CS-ST-A                TO DU-ST-A.
           MOVE CS-SS-B                TO DU-SS-B.
           MOVE CS-ST-B                TO DU-ST-B.
           MOVE CS-PONTOS              TO DU-PONTOS.
           MOVE CS-CRIT-SOLIC          TO DU-CRIT-SOLIC.
           MOVE CS-CRIT-SIST           TO DU-CRIT-SIST.
           MOVE CS-CRIT-PGM            TO DU-CRIT-PGM.
           MOVE CS-CRIT-DIAS           TO DU-CRIT-DIAS.
           MOVE CS-CRIT-OBS            TO DU-CRIT-OBS.
           SET DU-PAR-PENDENTE         TO TRUE.
           SET DU-ORIG-VARREDURA       TO TRUE.
           MOVE WS-DT-HOJE-8           TO DU-DT-DETECCAO.
           MOVE LK-OPERADOR            TO DU-OPERADOR.
      *
           WRITE DU-SYS122.
      *
           IF CN-SYS122-OK             OR CN-SYS122-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-903
               MOVE WS-MSGARQ-903      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTINCLUIR-PAR-EXIT.             EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COLOCAR O PAR NA LISTA, EM ORDEM DECRESCENTE    *
      *    DE PONTOS (CHEIA A LISTA, SO ENTRA PAR DE PONTUACAO MAIOR   *
      *    QUE A DO ULTIMO, QUE SAI)                                   *
      ******************************************************************
       RTCLASSIFICAR-PAR               SECTION.
      ******************************************************************
      *
           IF WS-CT-RANK               LESS 2000
               ADD 1                   TO WS-CT-RANK
               MOVE WS-CT-RANK         TO WS-IDX-RANK
           ELSE
               ADD 1                   TO AC-FORA-LISTA
               IF CS-PONTOS            GREATER TR-PONTOS (2000)
                   MOVE 2000           TO WS-IDX-RANK
               ELSE
                   MOVE ZEROS          TO WS-IDX-RANK
               END-IF
           END-IF.
      *
           IF WS-IDX-RANK              GREATER ZEROS
               PERFORM UNTIL WS-IDX-RANK EQUAL 1
                          OR TR-PONTOS (WS-IDX-RANK - 1)
                                       NOT LESS CS-PONTOS
                   MOVE WS-TAB-RANKING (WS-IDX-RANK - 1)
                                       TO WS-TAB-RANKING (WS-IDX-RANK)
                   SUBTRACT 1          FROM WS-IDX-RANK
               END-PERFORM
               MOVE CS-PONTOS          TO TR-PONTOS (WS-IDX-RANK)
               MOVE WS-IDX-MENOR       TO TR-IX-A (WS-IDX-RANK)
               MOVE WS-IDX-MAIOR       TO TR-IX-B (WS-IDX-RANK)
               MOVE CS-CRIT-SOLIC      TO TR-CRIT-SOLIC (WS-IDX-RANK)
               MOVE CS-CRIT-SIST       TO TR-CRIT-SIST (WS-IDX-RANK)
               MOVE CS-CRIT-PGM        TO TR-CRIT-PGM (WS-IDX-RANK)
               MOVE CS-CRIT-DIAS       TO TR-CRIT-DIAS (WS-IDX-RANK)
               MOVE CS-CRIT-OBS        TO TR-CRIT-OBS (WS-IDX-RANK)
               MOVE WS-TX-SIT-PAR      TO TR-SITUACAO (WS-IDX-RANK)
           END-IF.
      *
      ******************************************************************
       RTCLASSIFICAR-PAR-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR A LISTA ORDENADA DE SUSPEITAS (SYS123) *
      ******************************************************************
       RTIMPRIMIR                      SECTION.
      ******************************************************************
      *
           PERFORM RTIMPRIMIR-CABECALHO.
      *
           IF WS-CT-RANK               EQUAL ZEROS
               STRING '  NENHUM PAR SUSPEITO DE DUPLICIDADE PENDENTE '
                      'DE DECISAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           ELSE
               MOVE ZEROS              TO WS-IDX-RANK
               PERFORM UNTIL WS-IDX-RANK
                                       GREATER OR EQUAL WS-CT-RANK
                   ADD 1               TO WS-IDX-RANK
                   PERFORM RTIMPRIMIR-PAR
               END-PERFORM
           END-IF.
      *
           PERFORM RTIMPRIMIR-TOTAIS.
      *
      ******************************************************************
       RTIMPRIMIR-EXIT.                EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR UM PAR DA LISTA (TRES LINHAS)          *
      ******************************************************************
       RTIMPRIMIR-PAR                  SECTION.
      ******************************************************************
      *
           MOVE TR-IX-A (WS-IDX-RANK)  TO WS-IDX-MENOR.
           MOVE TR-IX-B (WS-IDX-RANK)  TO WS-IDX-MAIOR.
      *
           MOVE WS-IDX-RANK            TO WS-RANK-ED.
           MOVE TR-PONTOS (WS-IDX-RANK)
                                       TO WS-PONTOS-ED.
           MOVE TR-CRIT-DIAS (WS-IDX-RANK)
                                       TO WS-DIAS-ED.
           MOVE TR-CRIT-OBS (WS-IDX-RANK)
                                       TO WS-OBS-ED.
      *
           STRING ' '                  WS-RANK-ED
                  '  '                 WS-PONTOS-ED
                  '  '                 TA-SS (WS-IDX-MENOR)
                  '/'                  TA-ST (WS-IDX-MENOR)
                  '  '                 TA-SS (WS-IDX-MAIOR)
                  '/'                  TA-ST (WS-IDX-MAIOR)
                  '  '                 TR-CRIT-SOLIC (WS-IDX-RANK)
                  '   '                TR-CRIT-SIST (WS-IDX-RANK)
                  '   '                TR-CRIT-PGM (WS-IDX-RANK)
                  '   '                WS-DIAS-ED
                  '   '                WS-OBS-ED
                  '   '                TA-SIGL-SIST (WS-IDX-MENOR)
                  ' '                  TA-NM-PGM (WS-IDX-MENOR)
                  ' '                  TA-NM-SOLIC (WS-IDX-MENOR) (1:30)
                  '  '                 TR-SITUACAO (WS-IDX-RANK)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '        OBS A: '    TA-OBS (WS-IDX-MENOR)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '        OBS B: '    TA-OBS (WS-IDX-MAIOR)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-PAR-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR OS TOTAIS DA VARREDURA                 *
      ******************************************************************
       RTIMPRIMIR-TOTAIS               SECTION.
      ******************************************************************
      *
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE WS-CT-ATV              TO WS-QT-ED.
           STRING '  ATIVIDADES NAO ENCERRADAS COMPARADAS..: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-COMPARADOS          TO WS-QT-ED.
           STRING '  PARES DENTRO DA JANELA...............: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-SUSPEITOS           TO WS-QT-ED.
           STRING '  PARES SUSPEITOS......................: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-NOVOS               TO WS-QT-ED.
           STRING '    NOVOS (INCLUIDOS NO SYS122)........: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-PENDENTES           TO WS-QT-ED.
           STRING '    JA PENDENTES DE DECISAO............: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-DECIDIDOS           TO WS-QT-ED.
           STRING '    JA CONFIRMADOS OU DESCARTADOS......: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           MOVE AC-VINCULADOS          TO WS-QT-ED.
           STRING '    JA LIGADOS POR VINCULO (SYS072)....: ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           IF AC-FORA-LISTA            GREATER ZEROS
               MOVE AC-FORA-LISTA      TO WS-QT-ED
               STRING '  *** PARES ALEM DOS 2000 LISTADOS.....: '
                      WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTGRAVAR-LINHA
           END-IF.
      *
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  CRITERIOS: S=MESMO SOLICITANTE  I=MESMO SISTEMA  '
                  'PG=P MESMO PROGRAMA/M MESMO MODULO  DIAS ENTRE OS '
                  'RECEBIMENTOS  OBS=% DE PALAVRAS EM COMUM'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
           STRING '  DECISAO DOS PARES (CONFIRMAR OU DESCARTAR) NO '
                  'ATV81 - MENU DE SUPERVISAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
           PERFORM RTGRAVAR-LINHA.
      *
      ******************************************************************
       RTIMPRIMIR-TOTAIS-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UMA LINHA NO RELATORIO (SYS123)          *
      ******************************************************************
       RTGRAVAR-LINHA                  SECTION.
      ******************************************************************
      *
           WRITE FD-SYS123             FROM WS-LINHA-REL.
      *
           IF CN-SYS123-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS123   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           ADD 1                       TO WS-CT-LINHA.
      *
           IF WS-CT-LINHA              GREATER OR EQUAL 60
               PERFORM RTIMPRIMIR-CABECALHO
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-LINHA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR CABECALHO DO RELATORIO                 *
      ******************************************************************
       RTIMPRIMIR-CABECALHO            SECTION.
      ******************************************************************
      *
           ADD 1                       TO WS-NR-PAGINA.
      *
           MOVE ZEROS                  TO WS-CT-LINHA.
      *
           MOVE WS-NR-PAGINA           TO WS-NR-PAGINA-ED.
           MOVE WS-JANELA              TO WS-DIAS-ED.
           MOVE WS-PONTOS-MIN          TO WS-PONTOS-ED.
      *
           MOVE SPACES                 TO WS-CAB-REL1
                                          WS-CAB-REL2.
      *
           STRING '        SUSPEITAS DE DUPLICIDADE ENTRE ATIVIDADES '
                  'ABERTAS - SYS123'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           STRING 'DATA EMISSAO: '    WS-DIA '/' WS-MES '/' WS-ANO
                  '     JANELA: '     WS-DIAS-ED ' DIAS'
                  '     PONTUACAO MINIMA: ' WS-PONTOS-ED
                  '     PAGINA: '     WS-NR-PAGINA-ED
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL2.
      *
           WRITE FD-SYS123             FROM WS-CAB-REL1.
      *
           WRITE FD-SYS123             FROM WS-CAB-REL2.
      *
           MOVE SPACES                 TO FD-SYS123.
      *
           WRITE FD-SYS123.
      *
           MOVE SPACES                 TO WS-CAB-REL1.
      *
           STRING ' RANK PTS  ATIVIDADE A    ATIVIDADE B    S   I   '
                  'PG DIAS  OBS  SI PROGRAMA SOLICITANTE (A)'
                  '                 SITUACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-CAB-REL1.
      *
           WRITE FD-SYS123             FROM WS-CAB-REL1.
      *
           IF CN-SYS123-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS123   TO WS-RETCOD-904
               MOVE WS-MSGARQ-904      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTIMPRIMIR-CABECALHO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           IF CN-SYS072-ABERTO
               CLOSE SYS072
           END-IF.
      *
           CLOSE SYS122
                 SYS123.
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
