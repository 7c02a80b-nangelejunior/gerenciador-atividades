      *                       RENEGOCIACAO, SOMA O CONTADOR QT-RENEG   *
      *                       E GRAVA A IMAGEM ANTERIOR NO JORNAL      *
      *                       SYS015 COMO O ATV03                      *
      *    15OUT2026  NJA     INCLUIDO O CAMPO ESFORCO (H): O ESFORCO  *
      *                       REESTIMADO NA RENEGOCIACAO E GRAVADO E   *
      *                       REAVALIADO NA ALCADA DE APROVACAO        *
      *                       (ATV63) - ACIMA DELA A ATIVIDADE VOLTA   *
      *                       A AGUARDAR O SUPERVISOR (ATV64)          *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     ESFORCO REESTIMADO FORA DA FAIXA         *
      *                       PADRAO DO TIPO DE SERVICO DA ATIVIDADE   *
      *                       (CATALOGO SYS126, VER ATV85) E AVISADO   *
      *                       NA TELA SEM IMPEDIR A GRAVACAO           *
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
               88  CN-MOTIVO-VALIDO               VALUE '01' '02' '03'
                                                        '04' '99'.
             05    WS-TX-MOTIVO    PIC     X(40)         VALUE SPACES.
             05    WS-HR-ESF-NOVO  PIC     9(03)         VALUE ZEROS.
             05    WS-SW-ESFORCO   PIC     X(01)         VALUE 'N'.
               88  CN-ESFORCO-ALTERADO                   VALUE 'S'.
               88  CN-ESFORCO-MANTIDO                    VALUE 'N'.
      *
      ******************************************************************
      *    AREA DE VALIDACAO DE DATAS                                  *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV28.911I - ATIVIDADE NAO ENCONTRADA            '.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV28.912I - ESFORCO ACIMA DA ALCADA - VER ATV64 '.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV28.913I - ESFORCO FORA DA FAIXA PADRAO DO TIPO'.
               07  FILLER          PIC     X(01)         VALUE SPACES.
               07  WS-TIPO-913     PIC     X(04)         VALUE SPACES.
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
             05    WS-ATV85        PIC     X(08)         VALUE
                                   'ATV85   '.
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
      *    AREA DA IMAGEM ANTERIOR DO REGISTRO (P/ JORNAL SYS015)       *
      ******************************************************************
       01          WS-SYS010-ANTES.
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
      *    AREA DE COMANDO DO TIPO DE SERVICO (WATV47)                 *
      ******************************************************************
       01          WS-COMANDO-TIPO.
      *
           COPY WATV47                 REPLACING ==::== BY ==TP==.
      *
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
             05    LINE 19 COLUMN 18
                                   PIC     X(40) USING WS-TX-MOTIVO
                                   AUTO.
           03      SC-HR-ESFORCO.
             05    LINE 21 COLUMN 04                     VALUE
                   'ESFORCO (H).: ' HIGHLIGHT.
             05    LINE 21 COLUMN 18
                                   PIC     9(03) USING WS-HR-ESF-NOVO
                                   AUTO.
             05    LINE 21 COLUMN 24                     VALUE
                   '(ATUAL: '.
             05    LINE 21 COLUMN 32
                                   PIC     X(03) FROM WS-HR-ESFORCO.
             05    LINE 21 COLUMN 35                     VALUE ')'.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
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
           MOVE WS-HOR-TERM            TO WS-HOR-NOVO.
           MOVE WS-MIN-TERM            TO WS-MIN-NOVO.
           MOVE WS-SEG-TERM            TO WS-SEG-NOVO.
      *
           IF WS-HR-ESFORCO            NUMERIC
               MOVE WS-HR-ESFORCO      TO WS-HR-ESF-NOVO
           ELSE
               MOVE ZEROS              TO WS-HR-ESF-NOVO
           END-IF.
      *
           DISPLAY SC-SCREEN.
      *
           MOVE 3                      TO AC-CAMPO.
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   2 OR
                                                      GREATER 7
               EVALUATE AC-CAMPO
                   WHEN 3
                       ACCEPT SC-DT-NOVA
                       ACCEPT SC-CD-MOTIVO
                   WHEN 6
                       ACCEPT SC-TX-MOTIVO
                   WHEN 7
                       ACCEPT SC-HR-ESFORCO
               END-EVALUATE
               PERFORM RTPOSICIONAR
           END-PERFORM.
           MOVE WS-HOR-NOVO            TO WS-HOR-TERM.
           MOVE WS-MIN-NOVO            TO WS-MIN-TERM.
           MOVE WS-SEG-NOVO            TO WS-SEG-TERM.
      *
      *    ESFORCO REESTIMADO VOLTA A PASSAR PELA ALCADA DE APROVACAO.
           SET CN-ESFORCO-MANTIDO      TO TRUE.
      *
           IF WS-HR-ESFORCO            NOT NUMERIC OR
              WS-HR-ESF-NOVO           NOT EQUAL WS-HR-ESFORCO
               SET CN-ESFORCO-ALTERADO TO TRUE
               MOVE WS-HR-ESF-NOVO     TO WS-HR-ESFORCO
           END-IF.
      *
           MOVE LK-OPERADOR            TO WS-OPERADOR.
      *
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
           IF CN-ESFORCO-ALTERADO
               PERFORM RTREAVALIAR-ALCADA
               PERFORM RTVERIFICAR-FAIXA
           END-IF.
      *
      ******************************************************************
       RTATUALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REAVALIAR O ESFORCO NA ALCADA DE APROVACAO      *
      *    (ATV63)                                                     *
      ******************************************************************
       RTREAVALIAR-ALCADA              SECTION.
      ******************************************************************
      *
           SET AV-FN-AVALIAR           TO TRUE.
      *
           MOVE WS-SS                  TO AV-SS.
           MOVE WS-ST                  TO AV-ST.
           MOVE WS-HR-ESFORCO          TO AV-HR-ESFORCO.
           MOVE WS-SIGL-SIST           TO AV-SIGL-SIST.
           MOVE WS-PRIORIDADE          TO AV-PRIORIDADE.
           MOVE LK-OPERADOR            TO AV-OPERADOR.
      *
           CALL WS-ATV63               USING WS-COMANDO-APROV.
      *
           IF AV-RET-PENDENTE
               DISPLAY WS-MSGARQ-912   AT 2204
               DISPLAY 'ENTER - CONTINUA'
                                       AT 2502
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
           END-IF.
      *
      ******************************************************************
       RTREAVALIAR-ALCADA-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA AVISAR O ESFORCO REESTIMADO FORA DA FAIXA       *
      *    PADRAO DO TIPO DE SERVICO DA ATIVIDADE (ATV85) - SO AVISO   *
      ******************************************************************
       RTVERIFICAR-FAIXA               SECTION.
      ******************************************************************
      *
           SET TP-FN-CONSULTAR         TO TRUE.
      *
           MOVE WS-SS                  TO TP-SS.
           MOVE WS-ST                  TO TP-ST.
           MOVE WS-HR-ESFORCO          TO TP-HR-ESFORCO.
      *
           CALL WS-ATV85               USING WS-COMANDO-TIPO.
      *
           IF TP-RET-OK                AND
              NOT TP-ESF-DENTRO
               MOVE TP-COD-TIPO        TO WS-TIPO-913
               DISPLAY WS-MSGARQ-913   AT 2204
               DISPLAY 'ENTER - CONTINUA'
                                       AT 2502
               ACCEPT WS-OPT AT 2580   WITH AUTO UPDATE
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-FAIXA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
