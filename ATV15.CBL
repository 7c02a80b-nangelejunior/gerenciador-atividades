      *                       (SYS071, VER ATV38) ABAIXO DE CADA       *
      *                       LINHA, PARA O NOVO RESPONSAVEL RECEBER   *
      *                       O CONTEXTO COMPLETO                      *
      *    15OUT2026  NJA     ATIVIDADE AINDA NAO LIBERADA NA ALCADA   *
      *                       DE APROVACAO DE ESFORCO (ATV63/ATV64)    *
      *                       NAO PODE SER ATRIBUIDA                   *
      *    15OUT2026  NJA     A FILA DE TRABALHO PASSA A LER O SYS010  *
      *                       PELA ALTERNATE KEY DE RESPONSAVEL, SO    *
      *                       AS ATIVIDADES DO RESPONSAVEL PEDIDO;     *
      *                       SS/ST DESEMPATA A ORDENACAO DA FILA      *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     AVISO (NAO BLOQUEANTE) QUANDO O NOVO     *
      *                       RESPONSAVEL TEM AUSENCIA NO CALENDARIO   *
      *                       SYS109 (VIA ATV73) ENTRE HOJE E O        *
      *                       TERMINO DA ATIVIDADE                     *
      ******************************************************************
      *
      ******************************************************************
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
             05    WS-CT-FILA-ED   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-DT-TERM-AUS  PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV15.911I - ERRO NO ARQ. SYS071         STATUS: '.
               07  WS-RETCOD-911   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV15.912I - ESFORCO SEM APROVACAO - VER ATV64   '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV15.913I - RESPONSAVEL TEM AUSENCIA NO PERIODO '.
               07  WS-DT-INI-913   PIC     X(10)         VALUE SPACES.
               07  FILLER          PIC     X(03)         VALUE ' A '.
               07  WS-DT-FIM-913   PIC     X(10)         VALUE SPACES.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV63        PIC     X(08)         VALUE
                                   'ATV63   '.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
             05    WS-ATV73        PIC     X(08)         VALUE
                                   'ATV73   '.
      *
      ******************************************************************
      *    AREA DE PARAMETROS DO SISTEMA (SYS106)                      *
      ******************************************************************
           03      WS-PARAMETROS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=PARAMETROS='.
             05    WS-MAX-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE 10.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
           COPY WATV01                 REPLACING ==::== BY ==WS==.
      *
      ******************************************************************
      *    AREA DE COMANDO DA ALCADA DE APROVACAO (WATV35)             *
      ******************************************************************
       01          WS-COMANDO-APROV.
      *
           COPY WATV35                 REPLACING ==::== BY ==AV==.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS027)                         *
      ******************************************************************
       01          WS-CAB-REL1     PIC     X(132)        VALUE SPACES.
       01          WS-CAB-REL2     PIC     X(132)        VALUE SPACES.
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
       01          WS-RODAPE-REL   PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE COMANDO DA LEITURA DE PARAMETROS (WATV39)           *
      ******************************************************************
       01          WS-COMANDO-PARAM.
      *
           COPY WATV39                 REPLACING ==::== BY ==CP==.
      *
      ******************************************************************
      *    AREA DE COMANDO DA CONSULTA DE AUSENCIAS (WATV41)           *
      ******************************************************************
       01          WS-COMANDO-AUS.
      *
           COPY WATV41                 REPLACING ==::== BY ==CA==.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
                      WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO SISTEMA (SYS106)         *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           MOVE 'RETRY-SYS010'         TO CP-COD-PARAM.
           MOVE 10                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-MAX-RETRY-SYS010.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA DE PROCESSAMENTO                                     *
      ******************************************************************
       RTPROCESSAR                     SECTION.
           READ SYS010                 INTO WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               READ SYS010             INTO WS-SYS010
           END-PERFORM.
                   ELSE
                       SET CN-ATRIBUIR-OK
                                       TO TRUE
                       PERFORM RTVERIFICAR-APROVACAO
                   END-IF
               WHEN CN-SYS010-NOK
                   SET CN-ATRIBUIR-NOK TO TRUE
       RTLER-SYS010-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR A ALCADA DE APROVACAO DE ESFORCO      *
      *    (ATV63) - SO ATIVIDADE LIBERADA PODE SER ATRIBUIDA          *
      ******************************************************************
       RTVERIFICAR-APROVACAO           SECTION.
      ******************************************************************
      *
           SET AV-FN-CONSULTAR         TO TRUE.
      *
           MOVE WS-SS                  TO AV-SS.
           MOVE WS-ST                  TO AV-ST.
           MOVE LK-OPERADOR            TO AV-OPERADOR.
      *
           CALL WS-ATV63               USING WS-COMANDO-APROV.
      *
           IF NOT AV-RET-LIBERADA
               SET CN-ATRIBUIR-NOK     TO TRUE
               MOVE WS-MSGARQ-912      TO WS-MSG
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-APROVACAO-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER E VALIDAR O NOVO RESPONSAVEL              *
      ******************************************************************
       RTOBTER-RESPONSAVEL             SECTION.
               SET CN-ATRIBUIR-NOK     TO TRUE
           ELSE
               PERFORM RTVALIDAR-RESPONSAVEL
               IF CN-ATRIBUIR-OK
                   PERFORM RTVERIFICAR-AUSENCIA
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-RESPONSAVEL-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVISAR AUSENCIA DO NOVO RESPONSAVEL ENTRE HOJE  *
      *    E O TERMINO DA ATIVIDADE (CALENDARIO SYS109 VIA ATV73) -    *
      *    SO AVISA, NAO IMPEDE A ATRIBUICAO                           *
      ******************************************************************
       RTVERIFICAR-AUSENCIA            SECTION.
      ******************************************************************
      *
           STRING WS-ANO-TERM WS-MES-TERM WS-DIA-TERM
                                       DELIMITED BY SIZE
                                       INTO WS-DT-TERM-AUS.
      *
           IF WS-DT-TERM-AUS           NOT NUMERIC OR
              WS-DT-TERM-AUS           LESS WS-DATA-CORR
               MOVE WS-DATA-CORR       TO WS-DT-TERM-AUS
           END-IF.
      *
           INITIALIZE WS-COMANDO-AUS.
      *
           MOVE WS-RESP-NOVO           TO CA-ID-OPER.
           MOVE WS-DATA-CORR           TO CA-DT-INICIO.
           MOVE WS-DT-TERM-AUS         TO CA-DT-FIM.
      *
           CALL WS-ATV73               USING WS-COMANDO-AUS.
      *
           IF CA-AUSENTE
               STRING CA-DT-INI-AUS (7:2) '/'
                      CA-DT-INI-AUS (5:2) '/'
                      CA-DT-INI-AUS (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-INI-913
               STRING CA-DT-FIM-AUS (7:2) '/'
                      CA-DT-FIM-AUS (5:2) '/'
                      CA-DT-FIM-AUS (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-FIM-913
               DISPLAY WS-MSGARQ-913   AT 2204
               DISPLAY 'ENTER - CONTINUA'
                                       AT 2502
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-AUSENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA POSICIONAR O CURSOR                             *
      ******************************************************************
       RTPOSICIONAR                    SECTION.
           REWRITE FD-SYS010           FROM WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               REWRITE FD-SYS010       FROM WS-SYS010
           END-PERFORM.
           ELSE
               PERFORM RTEXTRAIR-FILA
               SORT SYS030 ON ASCENDING KEY SD-CHAVE-ORD
                                                    SD-SS
                                                    SD-ST
                                        USING  SYS016
                                        GIVING SYS017
               PERFORM RTIMPRIMIR-FILA
      *
           MOVE ZEROS                  TO AC-FILA.
      *
      *    SO AS ATIVIDADES DO RESPONSAVEL SAO LIDAS, PELA ALTERNATE KEY
      *    DE RESPONSAVEL.
           MOVE WS-RESP-FILA           TO FD-RESPONSAVEL.
      *
           START SYS010         KEY IS GREATER THAN OR
                                       EQUAL FD-RESPONSAVEL
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
           PERFORM RTLER-SYS010-PROX.
      *
           PERFORM                     UNTIL CN-SYS010-EOF
               IF WS-RESPONSAVEL       NOT EQUAL WS-RESP-FILA
                   SET CN-SYS010-EOF   TO TRUE
               ELSE
                   IF WS-STATUS-ABERTO OR
                      WS-STATUS-ANDAMENTO
                       PERFORM RTGRAVAR-SYS016
                   END-IF
                   PERFORM RTLER-SYS010-PROX
               END-IF
           END-PERFORM.
      *
           CLOSE SYS016.
