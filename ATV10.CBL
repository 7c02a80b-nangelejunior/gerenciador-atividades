      *                       A LEITURA E A EXCLUSAO NO HISTORICO     *
      *                       PASSAM PELO SUBPROGRAMA DE ACESSO       *
      *                       ATV48                                   *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     A REABERTURA DA ATIVIDADE RESTAURADA     *
      *                       (STATUS 4/5 PARA 2) PASSA A SER GRAVADA  *
      *                       NA TRILHA DE STATUS SYS088               *
      *    15OUT2026  NJA     SEM APROVACAO LIBERADA NA ALCADA (ATV63) *
      *                       A ATIVIDADE RESTAURADA REABRE COMO ABERTA*
      *                       (STATUS 1) EM VEZ DE EM ANDAMENTO        *
      ******************************************************************
      *
      ******************************************************************
                     RECORD KEY FS-CHAVE
                     ALTERNATE KEY FS-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FS-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FS-STATUS WITH DUPLICATES
                     ALTERNATE KEY FS-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS010.
      *
           SELECT  SYS015    ASSIGN    TO 'SYS015.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS015.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
      *
      ******************************************************************
       DATA                            DIVISION.
      *
       01          FD-SYS015.
           03      FILLER          PIC     X(400)        VALUE SPACES.
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
               88  CN-RESTAURAR-OK                       VALUE 'S'.
               88  CN-RESTAURAR-NOK                      VALUE 'N'.
             05    WS-MOTIVO       PIC     X(40)         VALUE SPACES.
             05    WS-STATUS-ARQUIVADO
                                   PIC     X(01)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
                                   PIC     X(02).
               88  CN-SYS015-OK                          VALUE '00'.
               88  CN-SYS015-NOK                         VALUE '23'.
      *
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-DUP                         VALUE '22'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV10.912I - REGISTRO SYS010 EM USO - TENTE NOVO '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV10.913I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-913   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
             05    WS-ATV63        PIC     X(08)         VALUE
                                   'ATV63   '.
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
      ******************************************************************
      *    AREA DE COMANDO DA ALCADA DE APROVACAO (WATV35)             *
      ******************************************************************
       01          WS-COMANDO-APROV.
      *
           COPY WATV35                 REPLACING ==::== BY ==AV==.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
                      WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS012.
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
           READ SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               READ SYS010
           END-PERFORM.
           MOVE SPACES                 TO WS-DIA-CONCL.
           MOVE SPACES                 TO WS-MES-CONCL.
           MOVE SPACES                 TO WS-ANO-CONCL.
           MOVE WS-STATUS              TO WS-STATUS-ARQUIVADO.
      *
      *    SEM A APROVACAO LIBERADA NA ALCADA (ATV63) A ATIVIDADE NAO
      *    PODE VOLTAR EM ANDAMENTO - REABRE COMO ABERTA (STATUS 1).
           SET AV-FN-CONSULTAR         TO TRUE.
           MOVE WS-SS                  TO AV-SS.
           MOVE WS-ST                  TO AV-ST.
           MOVE LK-OPERADOR            TO AV-OPERADOR.
           CALL WS-ATV63               USING WS-COMANDO-APROV.
      *
           IF AV-RET-LIBERADA
               SET WS-STATUS-ANDAMENTO TO TRUE
           ELSE
               SET WS-STATUS-ABERTO    TO TRUE
           END-IF.
      *
           MOVE ZEROS                  TO WS-CT-RETRY-SYS010.
      *
           WRITE FS-SYS010             FROM WS-SYS012.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               WRITE FS-SYS010         FROM WS-SYS012
           END-PERFORM.
           EVALUATE TRUE
               WHEN CN-SYS010-OK
               WHEN CN-SYS010-DPL
                   PERFORM RTGRAVAR-TRANSICAO
                   PERFORM RTEXCLUIR-SYS012
               WHEN CN-SYS010-DUP
                   MOVE WS-MSGARQ-910  TO WS-MSG
       RTRESTAURAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A REABERTURA NA TRILHA SYS088            *
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
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-913
               MOVE WS-MSGARQ-913      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           MOVE SPACES                 TO TS-SYS088.
      *
           MOVE WS-SS                  TO TS-SS.
           MOVE WS-ST                  TO TS-ST.
           MOVE WS-STATUS-ARQUIVADO    TO TS-STATUS-DE.
           MOVE WS-STATUS              TO TS-STATUS-PARA.
      *
           ACCEPT TS-DT-TRANS          FROM DATE YYYYMMDD.
           ACCEPT TS-HR-TRANS          FROM TIME.
      *
           MOVE LK-OPERADOR            TO TS-OPERADOR.
           MOVE 'ATV10'                TO TS-PROGRAMA.
      *
           WRITE TS-SYS088.
      *
      *    DUAS MUDANCAS PARA O MESMO STATUS NO MESMO SEGUNDO VALEM UMA.
           IF CN-SYS088-OK             OR CN-SYS088-DUP
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-913
               MOVE WS-MSGARQ-913      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           CLOSE SYS088.
      *
      ******************************************************************
       RTGRAVAR-TRANSICAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA EXCLUIR DO HISTORICO O REGISTRO RESTAURADO      *
      ******************************************************************
       RTEXCLUIR-SYS012                SECTION.
