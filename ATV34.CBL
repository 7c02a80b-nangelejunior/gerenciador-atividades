      *                       NA TRILHA SYS057, E O RELATORIO SYS066   *
      *                       LISTA TUDO O QUE MUDOU - CHAMADO PELO    *
      *                       MENU DE SUPERVISAO ATV26                 *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     AVISO (NAO BLOQUEANTE) DA PROXIMA        *
      *                       AUSENCIA PROGRAMADA DO DESTINO NO        *
      *                       CALENDARIO SYS109 (VIA ATV73); NO        *
      *                       SYS066, AVISO NAS ATIVIDADES CUJO        *
      *                       TERMINO ALCANCA A AUSENCIA               *
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
               07  WS-MES          PIC     X(02)         VALUE SPACES.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-DT-FIM-AUS   PIC     X(08)         VALUE SPACES.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV34.910I - FILTRO DE STATUS INVALIDO (1/2/3)   '.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV34.911I - DESTINO TEM AUSENCIA PROGRAMADA:    '.
               07  WS-DT-INI-911   PIC     X(10)         VALUE SPACES.
               07  FILLER          PIC     X(03)         VALUE ' A '.
               07  WS-DT-FIM-911   PIC     X(10)         VALUE SPACES.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
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
           MOVE WS-MSGARQ-999          TO WS-MSG.
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
      *    ROTINA PARA OBTER OS PARAMETROS DA TRANSFERENCIA            *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
           IF CN-TRANSFERIR-OK
               PERFORM RTVALIDAR-DESTINO
           END-IF.
      *
           IF CN-TRANSFERIR-OK
               PERFORM RTVERIFICAR-AUSENCIA
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-ENTRADA-EXIT.         EXIT.
       RTVALIDAR-DESTINO-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVISAR A PROXIMA AUSENCIA PROGRAMADA DO DESTINO *
      *    - A TRANSFERENCIA LEVA TODAS AS ABERTAS DA ORIGEM, ENTAO O  *
      *    PERIODO VAI DE HOJE EM DIANTE; O RELATORIO SYS066 MARCA     *
      *    CADA ATIVIDADE CUJO PRAZO ALCANCA A AUSENCIA                *
      *    SO AVISA, NAO IMPEDE A TRANSFERENCIA                        *
      ******************************************************************
       RTVERIFICAR-AUSENCIA            SECTION.
      ******************************************************************
      *
           MOVE '99991231'             TO WS-DT-FIM-AUS.
      *
           PERFORM RTCONSULTAR-AUSENCIA.
      *
           IF CA-AUSENTE
               DISPLAY WS-MSGARQ-911   AT 2204
               DISPLAY 'ENTER - CONTINUA'
                                       AT 2502
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-AUSENCIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CONSULTAR AS AUSENCIAS DO DESTINO ENTRE HOJE E  *
      *    WS-DT-FIM-AUS (CALENDARIO SYS109 VIA ATV73)                 *
      ******************************************************************
       RTCONSULTAR-AUSENCIA            SECTION.
      ******************************************************************
      *
           INITIALIZE WS-COMANDO-AUS.
      *
           MOVE WS-RESP-DESTINO        TO CA-ID-OPER.
           MOVE WS-DATA-CORR           TO CA-DT-INICIO.
           MOVE WS-DT-FIM-AUS          TO CA-DT-FIM.
      *
           CALL WS-ATV73               USING WS-COMANDO-AUS.
      *
           IF CA-AUSENTE
               STRING CA-DT-INI-AUS (7:2) '/'
                      CA-DT-INI-AUS (5:2) '/'
                      CA-DT-INI-AUS (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-INI-911
               STRING CA-DT-FIM-AUS (7:2) '/'
                      CA-DT-FIM-AUS (5:2) '/'
                      CA-DT-FIM-AUS (1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DT-FIM-911
           END-IF.
      *
      ******************************************************************
       RTCONSULTAR-AUSENCIA-EXIT.      EXIT.
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
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS066             FROM WS-LINHA-REL.
      *
      *    DESTINO AUSENTE ENTRE HOJE E O TERMINO DA ATIVIDADE (PRAZO
      *    INVALIDO OU VENCIDO = SO HOJE) GANHA UMA LINHA DE AVISO.
           IF CN-SYS066-OK
               STRING WS-ANO-TERM WS-MES-TERM WS-DIA-TERM
                                       DELIMITED BY SIZE
                                       INTO WS-DT-FIM-AUS
               IF WS-DT-FIM-AUS        NOT NUMERIC OR
                  WS-DT-FIM-AUS        LESS WS-DATA-CORR
                   MOVE WS-DATA-CORR   TO WS-DT-FIM-AUS
               END-IF
               PERFORM RTCONSULTAR-AUSENCIA
               IF CA-AUSENTE
                   MOVE SPACES         TO WS-LINHA-REL
                   STRING '        *** DESTINO AUSENTE ANTES DO '
                          'TERMINO: '  WS-DT-INI-911 ' A '
                                       WS-DT-FIM-911
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
                   WRITE FD-SYS066     FROM WS-LINHA-REL
                   ADD 1               TO WS-CT-LINHA
               END-IF
           END-IF.
      *
           IF CN-SYS066-OK
               ADD 1                   TO WS-CT-LINHA
