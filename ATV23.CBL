      *    02SET2026  NJA     INCLUIDO O PASSO EXPURGO - RETENCAO     *
      *                       DOS LOGS E JORNAIS PELO ATV46           *
      *                       (PARAMETROS NO SYS078)                  *
      *    15OUT2026  NJA     INCLUIDO O PASSO RECORR - GERACAO DAS   *
      *                       ATIVIDADES RECORRENTES DOS MODELOS DO   *
      *                       SYS083 PELO ATV53 (RELATORIO SYS084)    *
      *    15OUT2026  NJA     INCLUIDO O PASSO PESQUISA - ENVIO DA    *
      *                       PESQUISA DE SATISFACAO DAS ATIVIDADES   *
      *                       CONCLUIDAS NO DIA ANTERIOR PELO ATV59   *
      *                       (CONTROLE SYS093, ARQUIVO SYS094)       *
      *    15OUT2026  NJA     INCLUIDO O PASSO EXTRADW - EXTRACAO     *
      *                       INCREMENTAL PARA O DATA WAREHOUSE PELO  *
      *                       ATV76 (CONTROLE SYS112, SYS113-SYS118)  *
      *    15OUT2026  NJA     INCLUIDO O PASSO DISTRIB - CORTES DOS   *
      *                       RELATORIOS SYS022/SYS027/SYS073 POR     *
      *                       DESTINATARIO PELO ATV77 (LISTA SYS119,  *
      *                       LOG SYS120) - PROGRAMAR NO SYS048 APOS  *
      *                       OS PASSOS ATRASO E POSICAO              *
      *    15OUT2026  NJA     INCLUIDO O PASSO DUPLIC - VARREDURA DAS *
      *                       SUSPEITAS DE DUPLICIDADE ENTRE AS       *
      *                       ATIVIDADES ABERTAS PELO ATV79 (PARES NO *
      *                       SYS122, LISTA ORDENADA NO SYS123)       *
      *    15OUT2026  NJA     HISTORICO ESTRUTURADO DA RODADA NO      *
      *                       SYS124 (WATV44 - INICIO, CADA PASSO COM *
      *                       HORARIOS, DURACAO, CONTADOR E CODIGO DE *
      *                       RETORNO, E FIM) PARA O RELATORIO ATV82; *
      *                       CODIGO DE RETORNO DO PASSO APURADO PELA *
      *                       MENSAGEM DEVOLVIDA E CODIGO GERAL DA    *
      *                       RODADA (O MAIOR DOS PASSOS) DEVOLVIDO   *
      *                       AO AGENDADOR EM RETURN-CODE             *
      *----------------------------------------------------------------
      *    CODIGO DE RETORNO DO PASSO:                                *
      *      000 - MENSAGEM DE SUCESSO (999I) OU SEM MENSAGEM         *
      *      004 - OUTRA MENSAGEM (AVISO, EX.: TABELA CHEIA)          *
      *      008 - MENSAGEM DE ERRO, RETURN-CODE DO PASSO DIFERENTE   *
      *            DE ZERO, PARM INVALIDO OU PASSO DESCONHECIDO       *
      *    CODIGO GERAL: O MAIOR DOS PASSOS (004 SE O HISTORICO       *
      *    SYS124 ESTIVER INDISPONIVEL; 008/933/948 NAS FALHAS DO     *
      *    PROPRIO DRIVER)                                            *
      *----------------------------------------------------------------
      *    LAYOUT DO SYS048 (UM PASSO POR LINHA):                     *
      *      PASSO    X(08)  ATRASO / AVISO / ARQUIVA / RETORNO /     *
      *                       POSICAO / BACKUP / REORG / EXPURGO /    *
      *                       RECORR / PESQUISA / EXTRADW /           *
      *                       DISTRIB / DUPLIC                        *
      *      EXECUTAR X(01)  S OU N                                   *
      *      PARM     X(08)  AVISO: DIAS (999) - ARQUIVA: AAAAMMDD    *
      ******************************************************************
           SELECT  SYS033    ASSIGN    TO 'SYS033.LOG'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS033.
      *
           SELECT  SYS124    ASSIGN    TO 'SYS124.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS124.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       01          FD-SYS033.
           03      FILLER          PIC     X(132)        VALUE SPACES.
      *
       FD          SYS124
                              RECORDING MODE IS F
                              DATA RECORD HR-SYS124
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
       01          HR-SYS124.
      *
           COPY WATV44                 REPLACING ==::== BY ==HR==.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
             05    WS-RESULTADO-ED PIC     ZZZZ9         VALUE ZEROS.
             05    WS-PGM-PASSO    PIC     X(08)         VALUE SPACES.
             05    WS-TX-SITUACAO  PIC     X(20)         VALUE SPACES.
             05    WS-RC-PASSO     PIC     9(03)         VALUE ZEROS.
             05    WS-QT-ERRO      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-SW-SYS124    PIC     X(01)         VALUE 'N'.
               88  CN-SYS124-ABERTO                      VALUE 'S'.
             05    WS-ID-RODADA.
               07  WS-DT-RODADA    PIC     X(08)         VALUE SPACES.
               07  WS-HR-RODADA    PIC     X(06)         VALUE SPACES.
             05    WS-DT-INI-PASSO PIC     X(08)         VALUE SPACES.
             05    WS-HR-INI-PASSO PIC     X(06)         VALUE SPACES.
             05    WS-DT-FIM-PASSO PIC     X(08)         VALUE SPACES.
             05    WS-HR-FIM-PASSO PIC     X(06)         VALUE SPACES.
             05    WS-HORA-CALC.
               07  WS-HH-CALC      PIC     9(02)         VALUE ZEROS.
               07  WS-MI-CALC      PIC     9(02)         VALUE ZEROS.
               07  WS-SS-CALC      PIC     9(02)         VALUE ZEROS.
             05    WS-SEG-INICIO   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-SEG-FIM      PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-SEG-DURACAO  PIC    S9(07) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
               88  CN-SYS033-OK                          VALUE '00'.
               88  CN-SYS033-NOK                         VALUE '23'.
               88  CN-SYS033-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS124
                                   PIC     X(02).
               88  CN-SYS124-OK                          VALUE '00'.
               88  CN-SYS124-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE SUBROTINAS                                          *
                                   'ATV44   '.
             05    WS-ATV46        PIC     X(08)         VALUE
                                   'ATV46   '.
             05    WS-ATV53        PIC     X(08)         VALUE
                                   'ATV53   '.
             05    WS-ATV59        PIC     X(08)         VALUE
                                   'ATV59   '.
             05    WS-ATV76        PIC     X(08)         VALUE
                                   'ATV76   '.
             05    WS-ATV77        PIC     X(08)         VALUE
                                   'ATV77   '.
             05    WS-ATV79        PIC     X(08)         VALUE
                                   'ATV79   '.
      *
      ******************************************************************
      *    AREA DE CONTROLE DA RODADA NOTURNA (WATV05)                 *
           MOVE 'ATV23   '             TO BT-OPERADOR.
      *
           PERFORM RTGRAVAR-LOG.
      *
           MOVE WS-DATA-CORR           TO WS-DT-RODADA.
           MOVE WS-HORA-CORR           TO WS-HR-RODADA.
      *
           PERFORM RTABRIR-HISTORICO.
      *
           OPEN INPUT SYS048.
      *
      *
           SET CN-BT-BATCH             TO TRUE.
      *
           MOVE ZEROS                  TO BT-RESULTADO
                                          WS-RC-PASSO.
      *
           ACCEPT WS-DT-INI-PASSO      FROM DATE YYYYMMDD.
           ACCEPT WS-HR-INI-PASSO      FROM TIME.
      *
           EVALUATE RC-PASSO
               WHEN 'ATRASO  '
                   CALL WS-ATV46       USING WS-MSG-SUB
                                       BT-OPERADOR
                   MOVE 'EXECUTADO'    TO WS-TX-SITUACAO
               WHEN 'RECORR  '
                   MOVE WS-ATV53       TO WS-PGM-PASSO
                   CALL WS-ATV53       USING WS-MSG-SUB
                                       BT-OPERADOR
                   MOVE 'EXECUTADO'    TO WS-TX-SITUACAO
               WHEN 'PESQUISA'
                   MOVE WS-ATV59       TO WS-PGM-PASSO
                   CALL WS-ATV59       USING WS-MSG-SUB
                                       BT-OPERADOR
                   MOVE 'EXECUTADO'    TO WS-TX-SITUACAO
               WHEN 'EXTRADW '
                   MOVE WS-ATV76       TO WS-PGM-PASSO
                   CALL WS-ATV76       USING WS-MSG-SUB
                                       BT-OPERADOR
                   MOVE 'EXECUTADO'    TO WS-TX-SITUACAO
               WHEN 'DISTRIB '
                   MOVE WS-ATV77       TO WS-PGM-PASSO
                   CALL WS-ATV77       USING WS-MSG-SUB
                                       BT-OPERADOR
                   MOVE 'EXECUTADO'    TO WS-TX-SITUACAO
               WHEN 'DUPLIC  '
                   MOVE WS-ATV79       TO WS-PGM-PASSO
                   CALL WS-ATV79       USING WS-MSG-SUB
                                       BT-OPERADOR
                   MOVE 'EXECUTADO'    TO WS-TX-SITUACAO
               WHEN 'AVISO   '
                   MOVE WS-ATV08       TO WS-PGM-PASSO
                   IF RC-PARM (1:3)    NUMERIC
                   ELSE
                       MOVE 'PARM INVALIDO'
                                       TO WS-TX-SITUACAO
                       MOVE 008        TO WS-RC-PASSO
                   END-IF
               WHEN 'ARQUIVA '
                   MOVE WS-ATV06       TO WS-PGM-PASSO
                   ELSE
                       MOVE 'PARM INVALIDO'
                                       TO WS-TX-SITUACAO
                       MOVE 008        TO WS-RC-PASSO
                   END-IF
               WHEN OTHER
                   MOVE RC-PASSO       TO WS-PGM-PASSO
                   MOVE 'PASSO DESCONHECIDO'
                                       TO WS-TX-SITUACAO
                   MOVE 008            TO WS-RC-PASSO
           END-EVALUATE.
      *
           MOVE 'N'                    TO BT-MODO.
      *
           IF WS-TX-SITUACAO           EQUAL 'EXECUTADO'
               PERFORM RTAPURAR-RETORNO
           END-IF.
      *
           IF WS-RC-PASSO              GREATER WS-COD-RETORNO
               MOVE WS-RC-PASSO        TO WS-COD-RETORNO
           END-IF.
      *
           PERFORM RTGRAVAR-LOG.
      *
           PERFORM RTGRAVAR-HIST-PASSO.
      *
      ******************************************************************
       RTEXECUTAR-PASSO-EXIT.          EXIT.
       RTGRAVAR-LOG-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA APURAR O CODIGO DE RETORNO DO PASSO EXECUTADO   *
      *    PELO RETURN-CODE E PELA MENSAGEM DEVOLVIDA EM WS-MSG-SUB    *
      ******************************************************************
       RTAPURAR-RETORNO                SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-QT-ERRO.
      *
           IF RETURN-CODE              NOT EQUAL ZEROS
               MOVE 008                TO WS-RC-PASSO
           ELSE
               IF WS-MSG-SUB           NOT EQUAL SPACES AND
                  WS-MSG-SUB (8:3)     NOT EQUAL '999'
                   INSPECT WS-MSG-SUB  TALLYING WS-QT-ERRO
                                       FOR ALL 'ERRO'
                   IF WS-QT-ERRO       GREATER ZEROS
                       MOVE 008        TO WS-RC-PASSO
                   ELSE
                       MOVE 004        TO WS-RC-PASSO
                   END-IF
               END-IF
           END-IF.
      *
           MOVE ZEROS                  TO RETURN-CODE.
      *
           EVALUATE WS-RC-PASSO
               WHEN 004
                   MOVE 'EXECUTADO C/ AVISO'
                                       TO WS-TX-SITUACAO
               WHEN 008
                   MOVE 'EXECUTADO COM ERRO'
                                       TO WS-TX-SITUACAO
           END-EVALUATE.
      *
      ******************************************************************
       RTAPURAR-RETORNO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR O HISTORICO (SYS124) E GRAVAR O INICIO    *
      *    SEM O HISTORICO A RODADA PROSSEGUE, COM AVISO NO LOG        *
      ******************************************************************
       RTABRIR-HISTORICO               SECTION.
      ******************************************************************
      *
           OPEN EXTEND SYS124.
      *
           IF CN-SYS124-INEXISTENTE
               OPEN OUTPUT SYS124
           END-IF.
      *
           IF CN-SYS124-OK
               SET CN-SYS124-ABERTO    TO TRUE
               MOVE SPACES             TO HR-SYS124
               MOVE WS-ID-RODADA       TO HR-ID-RODADA
               SET HR-REG-INICIO       TO TRUE
               MOVE 'INICIO  '         TO HR-PASSO
               MOVE 'ATV23   '         TO HR-PROGRAMA
               MOVE WS-DT-RODADA       TO HR-DT-INICIO
               MOVE WS-HR-RODADA       TO HR-HR-INICIO
               MOVE ZEROS              TO HR-SEG-DURACAO
                                          HR-RESULTADO
                                          HR-COD-RETORNO
               MOVE 'RODADA INICIADA'  TO HR-SITUACAO
               PERFORM RTGRAVAR-HISTORICO
           ELSE
               MOVE 'SYS124  '         TO WS-PGM-PASSO
               MOVE 'HISTORICO AUSENTE'
                                       TO WS-TX-SITUACAO
               PERFORM RTGRAVAR-LOG
               MOVE 004                TO WS-COD-RETORNO
           END-IF.
      *
      ******************************************************************
       RTABRIR-HISTORICO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O REGISTRO DO PASSO NO HISTORICO         *
      ******************************************************************
       RTGRAVAR-HIST-PASSO             SECTION.
      ******************************************************************
      *
           ACCEPT WS-DT-FIM-PASSO      FROM DATE YYYYMMDD.
           ACCEPT WS-HR-FIM-PASSO      FROM TIME.
      *
           MOVE WS-HR-INI-PASSO        TO WS-HORA-CALC.
           PERFORM RTCALC-SEGUNDOS.
           MOVE WS-SEG-FIM             TO WS-SEG-INICIO.
      *
           MOVE WS-HR-FIM-PASSO        TO WS-HORA-CALC.
           PERFORM RTCALC-SEGUNDOS.
      *
           PERFORM RTCALC-DURACAO.
      *
           MOVE SPACES                 TO HR-SYS124.
           MOVE WS-ID-RODADA           TO HR-ID-RODADA.
           SET HR-REG-PASSO            TO TRUE.
           MOVE RC-PASSO               TO HR-PASSO.
           MOVE WS-PGM-PASSO           TO HR-PROGRAMA.
           MOVE WS-DT-INI-PASSO        TO HR-DT-INICIO.
           MOVE WS-HR-INI-PASSO        TO HR-HR-INICIO.
           MOVE WS-DT-FIM-PASSO        TO HR-DT-FIM.
           MOVE WS-HR-FIM-PASSO        TO HR-HR-FIM.
           MOVE WS-SEG-DURACAO         TO HR-SEG-DURACAO.
           MOVE BT-RESULTADO           TO HR-RESULTADO.
           MOVE WS-RC-PASSO            TO HR-COD-RETORNO.
           MOVE WS-TX-SITUACAO         TO HR-SITUACAO.
           MOVE WS-MSG-SUB             TO HR-MSG.
      *
           PERFORM RTGRAVAR-HISTORICO.
      *
      ******************************************************************
       RTGRAVAR-HIST-PASSO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O REGISTRO DE FIM DA RODADA NO HISTORICO *
      *    COM O CODIGO GERAL DEVOLVIDO AO AGENDADOR                   *
      ******************************************************************
       RTGRAVAR-HIST-FIM               SECTION.
      ******************************************************************
      *
           ACCEPT WS-DT-FIM-PASSO      FROM DATE YYYYMMDD.
           ACCEPT WS-HR-FIM-PASSO      FROM TIME.
      *
           MOVE WS-HR-RODADA           TO WS-HORA-CALC.
           PERFORM RTCALC-SEGUNDOS.
           MOVE WS-SEG-FIM             TO WS-SEG-INICIO.
      *
           MOVE WS-HR-FIM-PASSO        TO WS-HORA-CALC.
           PERFORM RTCALC-SEGUNDOS.
      *
           PERFORM RTCALC-DURACAO.
      *
           MOVE SPACES                 TO HR-SYS124.
           MOVE WS-ID-RODADA           TO HR-ID-RODADA.
           SET HR-REG-FIM              TO TRUE.
           MOVE 'FIM     '             TO HR-PASSO.
           MOVE 'ATV23   '             TO HR-PROGRAMA.
           MOVE WS-DT-RODADA           TO HR-DT-INICIO.
           MOVE WS-HR-RODADA           TO HR-HR-INICIO.
           MOVE WS-DT-FIM-PASSO        TO HR-DT-FIM.
           MOVE WS-HR-FIM-PASSO        TO HR-HR-FIM.
           MOVE WS-SEG-DURACAO         TO HR-SEG-DURACAO.
           MOVE AC-PASSOS              TO HR-RESULTADO.
           MOVE WS-COD-RETORNO         TO HR-COD-RETORNO.
      *
           IF WS-COD-RETORNO           GREATER 004
               MOVE 'RODADA COM ERRO'  TO HR-SITUACAO
           ELSE
               IF WS-COD-RETORNO       GREATER ZEROS
                   MOVE 'RODADA COM AVISO'
                                       TO HR-SITUACAO
               ELSE
                   MOVE 'RODADA ENCERRADA'
                                       TO HR-SITUACAO
               END-IF
           END-IF.
      *
           PERFORM RTGRAVAR-HISTORICO.
      *
      ******************************************************************
       RTGRAVAR-HIST-FIM-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONVERTER A HORA HHMMSS EM SEGUNDOS DO DIA      *
      ******************************************************************
       RTCALC-SEGUNDOS                 SECTION.
      ******************************************************************
      *
           IF WS-HORA-CALC             NUMERIC
               COMPUTE WS-SEG-FIM      = (WS-HH-CALC * 3600) +
                                         (WS-MI-CALC * 60) +
                                          WS-SS-CALC
           ELSE
               MOVE ZEROS              TO WS-SEG-FIM
           END-IF.
      *
      ******************************************************************
       RTCALC-SEGUNDOS-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR A DURACAO EM SEGUNDOS                  *
      *    O FIM ANTES DO INICIO INDICA A VIRADA DA MEIA-NOITE         *
      ******************************************************************
       RTCALC-DURACAO                  SECTION.
      ******************************************************************
      *
           COMPUTE WS-SEG-DURACAO      = WS-SEG-FIM - WS-SEG-INICIO.
      *
           IF WS-SEG-DURACAO           LESS ZEROS
               ADD 86400               TO WS-SEG-DURACAO
           END-IF.
      *
      ******************************************************************
       RTCALC-DURACAO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR UM REGISTRO NO HISTORICO (SYS124)        *
      *    FALHA DE GRAVACAO DESLIGA O HISTORICO SEM PARAR A RODADA    *
      ******************************************************************
       RTGRAVAR-HISTORICO              SECTION.
      ******************************************************************
      *
           IF CN-SYS124-ABERTO
               WRITE HR-SYS124
               IF CN-SYS124-OK
                   CONTINUE
               ELSE
                   CLOSE SYS124
                   MOVE 'N'            TO WS-SW-SYS124
                   IF WS-COD-RETORNO   LESS 004
                       MOVE 004        TO WS-COD-RETORNO
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-HISTORICO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ENCERRAR O LOG DA RODADA                        *
      ******************************************************************
       RTENCERRAR-LOG                  SECTION.
           MOVE SPACES                 TO WS-MSG-SUB.
      *
           PERFORM RTGRAVAR-LOG.
      *
           PERFORM RTGRAVAR-HIST-FIM.
      *
      ******************************************************************
       RTENCERRAR-LOG-EXIT.            EXIT.
      ******************************************************************
       RTENCERRAR                      SECTION.
      ******************************************************************
      *
           PERFORM RTGRAVAR-HIST-FIM.
      *
           IF CN-SYS124-ABERTO
               CLOSE SYS124
           END-IF.
      *
           CLOSE SYS033.
      *
      ******************************************************************
       RTFINALIZAR                     SECTION.
      ******************************************************************
      *
           IF CN-SYS124-ABERTO
               CLOSE SYS124
           END-IF.
      *
           CLOSE SYS033.
      *
