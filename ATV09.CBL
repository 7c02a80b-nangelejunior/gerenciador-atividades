      *                       PROGRAMA AVISA QUANDO OUTRA ATIVIDADE    *
      *                       DEPENDE DESTA (VINCULO P NO SYS072,      *
      *                       VER ATV39)                               *
      *    15OUT2026  NJA     O CANCELAMENTO GRAVA A MUDANCA DE STATUS *
      *                       NA TRILHA SYS088 (TEMPO DE CICLO - ATV56)*
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
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
           SELECT  SYS015    ASSIGN    TO 'SYS015.DAT'
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-CHAVE-VINC
                     FILE STATUS IS WS-STATUS-SYS072.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
      *
      ******************************************************************
       DATA                            DIVISION.
       01          VC-SYS072.
      *
           COPY WATV21                 REPLACING ==::== BY ==VC==.
      *
       FD          SYS088
                              DATA RECORD TS-SYS088.
      *
       01          TS-SYS088.
      *
           COPY WATV29                 REPLACING ==::== BY ==TS==.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
               88  CN-SYS072-NOK                         VALUE '23'.
               88  CN-SYS072-EOF                         VALUE '10'.
               88  CN-SYS072-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-DUP                         VALUE '22'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV09.913I - ERRO NO ARQ. SYS072         STATUS: '.
               07  WS-RETCOD-913   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV09.914I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-914   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
           03      WS-SUBROTINAS.
             05    FILLER          PIC     X(12)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
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
             03    LG-EVENTO       PIC     X(08)         VALUE SPACES.
             03    LG-MOTIVO       PIC     X(40)         VALUE SPACES.
             03    LG-OPER-EVENTO  PIC     X(08)         VALUE SPACES.
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
                      WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
       RTINICAR-EXIT.                  EXIT.
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
           REWRITE FD-SYS010           FROM WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               REWRITE FD-SYS010       FROM WS-SYS010
           END-PERFORM.
                   PERFORM RTCANCELAR
               END-IF
           END-IF.
      *
           PERFORM RTGRAVAR-TRANSICAO.
      *
      ******************************************************************
       RTATUALIZAR-EXIT.               EXIT.
       RTGRAVAR-EVENTO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A MUDANCA DE STATUS NA TRILHA SYS088     *
      ******************************************************************
       RTGRAVAR-TRANSICAO              SECTION.
      ******************************************************************
      *
           OPEN I-O SYS088.
      *
           IF CN-SYS088-INEXISTENTE
               OPEN OUTPUT SYS088
               CLOSE SYS088
               OPEN I-O SYS088
           END-IF.
      *
           IF CN-SYS088-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-914
               MOVE WS-MSGARQ-914      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE SPACES                 TO TS-SYS088.
      *
           MOVE WS-SS                  TO TS-SS.
           MOVE WS-ST                  TO TS-ST.
           MOVE AN-STATUS              TO TS-STATUS-DE.
           MOVE WS-STATUS              TO TS-STATUS-PARA.
      *
           ACCEPT TS-DT-TRANS          FROM DATE YYYYMMDD.
           ACCEPT TS-HR-TRANS          FROM TIME.
      *
           MOVE LK-OPERADOR            TO TS-OPERADOR.
           MOVE 'ATV09'                TO TS-PROGRAMA.
      *
           WRITE TS-SYS088.
      *
      *    DUAS MUDANCAS PARA O MESMO STATUS NO MESMO SEGUNDO VALEM UMA.
           IF CN-SYS088-OK             OR CN-SYS088-DUP
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-914
               MOVE WS-MSGARQ-914      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           CLOSE SYS088.
      *
      ******************************************************************
       RTGRAVAR-TRANSICAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVO                           *
      ******************************************************************
       RTFECHAR                        SECTION.
