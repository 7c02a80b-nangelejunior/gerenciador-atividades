      *                       O HISTORICO E VARRIDO PELO SUBPROGRAMA  *
      *                       ATV48, ABRINDO SO O ARQUIVO DO ANO DE   *
      *                       REFERENCIA                              *
      *    15OUT2026  NJA     HORAS APONTADAS NO SYS081 SAO           *
      *                       PRECIFICADAS PELO MES EM QUE FORAM      *
      *                       TRABALHADAS, COM A TAXA DO OPERADOR QUE *
      *                       APONTOU; A ATIVIDADE CONCLUIDA QUE TEM  *
      *                       APONTAMENTO NAO E MAIS PRECIFICADA PELO *
      *                       HR-REALIZADO DA CONCLUSAO (SEM DUPLA    *
      *                       CONTAGEM) - AS SEM APONTAMENTO SEGUEM   *
      *                       COMO ANTES                              *
      ******************************************************************
      *
      ******************************************************************
      ******************************************************************
      *
       FILE-CONTROL.
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS081.
      *
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
           SELECT  SYS042    ASSIGN    TO 'SYS042.DAT'
      ******************************************************************
       FILE                            SECTION.
      ******************************************************************
      *
       FD          SYS081
                              DATA RECORD AP-SYS081.
      *
       01          AP-SYS081.
      *
           COPY WATV25                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS010
                              DATA RECORD FD-SYS010.
                                   '=ACUMULADORES='.
             05    AC-ATIVIDADES   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-SEM-TAXA     PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-APONTAMENTOS PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-HORAS-GERAL  PIC    S9(07) COMP-3  VALUE ZEROS.
             05    AC-VALOR-GERAL  PIC    S9(09)V99
                                                 COMP-3  VALUE ZEROS.
             05    WS-RESTO-100    PIC     9(04)         VALUE ZEROS.
             05    WS-RESTO-400    PIC     9(04)         VALUE ZEROS.
             05    WS-TAXA         PIC     9(05)V99      VALUE ZEROS.
             05    WS-ID-TAXA      PIC     X(08)         VALUE SPACES.
             05    WS-HR-PRECO     PIC     9(05)         VALUE ZEROS.
             05    WS-MES-APONT    PIC     X(06)         VALUE SPACES.
             05    WS-SW-APONT     PIC     X(01)         VALUE 'N'.
               88  CN-COM-APONTAMENTO                    VALUE 'S'.
               88  CN-SEM-APONTAMENTO                    VALUE 'N'.
             05    WS-SW-ATIV-APONT
                                   PIC     X(01)         VALUE 'N'.
               88  CN-ATIVIDADE-APONTADA                 VALUE 'S'.
               88  CN-ATIVIDADE-NAO-APONTADA             VALUE 'N'.
             05    WS-SW-SYS010    PIC     X(01)         VALUE 'N'.
               88  CN-SYS010-ABERTO                      VALUE 'S'.
             05    WS-VALOR        PIC    S9(09)V99
                                                 COMP-3  VALUE ZEROS.
             05    WS-SW-TAXA      PIC     X(01)         VALUE 'N'.
               88  CN-TAXA-ACHADA                        VALUE 'S'.
               88  CN-TAXA-NAO-ACHADA                    VALUE 'N'.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT-ED2       PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-HORAS-ED     PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-VALOR-ED     PIC     ZZZ.ZZZ.ZZ9,99
                                                         VALUE ZEROS.
           03      WS-FILE-STATUS.
             05    FILLER          PIC     X(13)         VALUE
                                   '=FILE STATUS='.
             05    WS-STATUS-SYS081
                                   PIC     X(02).
               88  CN-SYS081-OK                          VALUE '00'.
               88  CN-SYS081-DPL                         VALUE '02'.
               88  CN-SYS081-NOK                         VALUE '23'.
               88  CN-SYS081-EOF                         VALUE '10'.
               88  CN-SYS081-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS010
                                   PIC     X(02).
               88  CN-SYS010-OK                          VALUE '00'.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV32.907I - ERRO NO ARQ. SYS064         STATUS: '.
               07  WS-RETCOD-907   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV32.908I - ERRO NO ARQ. SYS081         STATUS: '.
               07  WS-RETCOD-908   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   'ATIVIDADES PRECIFICADAS............: '.
             05    LINE 11 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-QT-ED.
             05    LINE 12 COLUMN 08                     VALUE
                   'APONTAMENTOS PRECIFICADOS..........: '.
             05    LINE 12 COLUMN 44
                                   PIC     ZZZZZZ9 FROM WS-QT-ED2.
             05    LINE 13 COLUMN 08                     VALUE
                   'VALOR TOTAL DO MES.................: '.
             05    LINE 13 COLUMN 46
           PERFORM RTCARREGAR-TAXAS.
      *
           PERFORM RTCARREGAR-HISTORICO.
      *
           PERFORM RTABRIR-SYS081.
      *
           PERFORM RTVARRER-SYS010.
      *
           PERFORM RTVARRER-SYS012.
      *
           PERFORM RTVARRER-SYS081.
      *
           PERFORM RTIMPRIMIR.
      *
              WS-MES-CONCL             NOT EQUAL WS-MES-REF-X
               CONTINUE
           ELSE
               PERFORM RTVERIFICAR-APONTADA
               IF CN-ATIVIDADE-APONTADA
                   CONTINUE
               ELSE
                   ADD 1               TO AC-ATIVIDADES
                   MOVE WS-RESPONSAVEL TO WS-ID-TAXA
                   IF WS-HR-REALIZADO  NUMERIC
                       MOVE WS-HR-REALIZADO
                                       TO WS-HR-PRECO
                   ELSE
                       MOVE ZEROS      TO WS-HR-PRECO
                   END-IF
                   PERFORM RTPRECIFICAR-HORAS
               END-IF
           END-IF.
      *
      ******************************************************************
       RTPRECIFICAR-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PRECIFICAR HORAS (WS-HR-PRECO) PELA TAXA DO     *
      *    OPERADOR WS-ID-TAXA E ACUMULAR NOS TOTAIS                   *
      ******************************************************************
       RTPRECIFICAR-HORAS              SECTION.
      ******************************************************************
      *
           PERFORM RTOBTER-TAXA.
      *
           IF CN-TAXA-NAO-ACHADA
               ADD 1                   TO AC-SEM-TAXA
           END-IF.
      *
           COMPUTE WS-VALOR            = WS-HR-PRECO * WS-TAXA.
      *
           ADD WS-VALOR                TO AC-VALOR-GERAL.
      *
           ADD WS-HR-PRECO             TO AC-HORAS-GERAL.
      *
           PERFORM RTACUMULAR-SOLIC.
      *
           PERFORM RTACUMULAR-SISTEMA.
      *
      ******************************************************************
       RTPRECIFICAR-HORAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ABRIR O APONTAMENTO DE HORAS (SYS081)           *
      ******************************************************************
       RTABRIR-SYS081                  SECTION.
      ******************************************************************
      *
           SET CN-SEM-APONTAMENTO      TO TRUE.
      *
           OPEN INPUT SYS081.
      *
           EVALUATE TRUE
               WHEN CN-SYS081-OK
                   SET CN-COM-APONTAMENTO
                                       TO TRUE
               WHEN CN-SYS081-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-908
                   MOVE WS-MSGARQ-908  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTABRIR-SYS081-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE A ATIVIDADE TEM HORAS APONTADAS    *
      ******************************************************************
       RTVERIFICAR-APONTADA            SECTION.
      ******************************************************************
      *
           SET CN-ATIVIDADE-NAO-APONTADA
                                       TO TRUE.
      *
           IF CN-COM-APONTAMENTO
               MOVE WS-SS              TO AP-SS
               MOVE WS-ST              TO AP-ST
               START SYS081     KEY IS EQUAL AP-ATIVIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CN-ATIVIDADE-APONTADA
                                       TO TRUE
               END-START
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-APONTADA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VARRER O APONTAMENTO DE HORAS (SYS081) E        *
      *    PRECIFICAR AS HORAS TRABALHADAS NO MES DE REFERENCIA        *
      ******************************************************************
       RTVARRER-SYS081                 SECTION.
      ******************************************************************
      *
           IF CN-SEM-APONTAMENTO
               CONTINUE
           ELSE
               STRING WS-ANO-REF WS-MES-REF-X
                                       DELIMITED BY SIZE
                                       INTO WS-MES-APONT
               MOVE 'N'                TO WS-SW-SYS010
               OPEN INPUT SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                       SET CN-SYS010-ABERTO
                                       TO TRUE
                   WHEN CN-SYS010-INEXISTENTE
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
               END-EVALUATE
               MOVE LOW-VALUES         TO AP-CHAVE-APONT
               START SYS081     KEY IS GREATER THAN OR
                                       EQUAL AP-CHAVE-APONT
                   INVALID KEY
                       SET CN-SYS081-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-SYS081-EOF
                   READ SYS081 NEXT
                   EVALUATE TRUE
                       WHEN CN-SYS081-OK
                       WHEN CN-SYS081-DPL
                           IF AP-DT-APONT (1:6)
                                       EQUAL WS-MES-APONT
                               PERFORM RTPRECIFICAR-APONTAMENTO
                           END-IF
                       WHEN CN-SYS081-EOF
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-908
                           MOVE WS-MSGARQ-908
                                       TO WS-MSG
                           PERFORM RTFINALIZAR
                   END-EVALUATE
               END-PERFORM
               IF CN-SYS010-ABERTO
                   CLOSE SYS010
               END-IF
               SET CM-FN-FINALIZAR     TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
               CLOSE SYS081
           END-IF.
      *
      ******************************************************************
       RTVARRER-SYS081-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PRECIFICAR UM APONTAMENTO DO MES                *
      *    (SOLICITANTE E SISTEMA VEM DA ATIVIDADE, NO SYS010 OU NO    *
      *    ARQUIVO MORTO; A TAXA E A DO OPERADOR QUE APONTOU)          *
      ******************************************************************
       RTPRECIFICAR-APONTAMENTO        SECTION.
      ******************************************************************
      *
           INITIALIZE WS-SYS010.
      *
           MOVE AP-SS                  TO FD-SS.
           MOVE AP-ST                  TO FD-ST.
      *
           IF CN-SYS010-ABERTO
               READ SYS010             INTO WS-SYS010
           ELSE
               SET CN-SYS010-NOK       TO TRUE
           END-IF.
      *
           IF CN-SYS010-OK             OR CN-SYS010-DPL
               CONTINUE
           ELSE
               MOVE AP-ATIVIDADE       TO RG-CHAVE
               SET CM-FN-LER           TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
               IF CM-RET-OK
                   MOVE WS-REGISTRO-ARQM
                                       TO WS-SYS010
               ELSE
                   INITIALIZE WS-SYS010
                   MOVE 'ATIVIDADE NAO LOCALIZADA'
                                       TO WS-NM-SOLIC
               END-IF
           END-IF.
      *
           ADD 1                       TO AC-APONTAMENTOS.
      *
           MOVE AP-ID-OPER             TO WS-ID-TAXA.
      *
           MOVE AP-HORAS               TO WS-HR-PRECO.
      *
           PERFORM RTPRECIFICAR-HORAS.
      *
      ******************************************************************
       RTPRECIFICAR-APONTAMENTO-EXIT.  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A TAXA DO RESPONSAVEL NO MES              *
      ******************************************************************
       RTOBTER-TAXA                    SECTION.
                      OR CN-TAXA-ACHADA
               ADD 1                   TO WS-IDX-HIS
               IF TH-ID-OPER (WS-IDX-HIS)
                                       EQUAL WS-ID-TAXA AND
                  TH-DT-FIM-VIG (WS-IDX-HIS)
                                       GREATER OR EQUAL WS-FIM-MES AND
                 (TH-DT-INI-VIG (WS-IDX-HIS)
                          OR CN-TAXA-ACHADA
                   ADD 1               TO WS-IDX-TAX
                   IF TR-ID-OPER (WS-IDX-TAX)
                                       EQUAL WS-ID-TAXA AND
                      TR-VALOR-HORA (WS-IDX-TAX)
                                       GREATER ZEROS
                       SET CN-TAXA-ACHADA
           END-IF.
      *
           IF WS-IDX-ACHOU             GREATER ZEROS
               ADD WS-HR-PRECO         TO TS-HORAS (WS-IDX-ACHOU)
               ADD WS-VALOR            TO TS-VALOR (WS-IDX-ACHOU)
           END-IF.
      *
           END-IF.
      *
           IF WS-IDX-ACHOU2            GREATER ZEROS
               ADD WS-HR-PRECO         TO TG-HORAS (WS-IDX-ACHOU2)
               ADD WS-VALOR            TO TG-VALOR (WS-IDX-ACHOU2)
           END-IF.
      *
           IF AC-SEM-TAXA              GREATER ZEROS
               MOVE AC-SEM-TAXA        TO WS-QT-ED
               MOVE SPACES             TO WS-LINHA-REL
               STRING '  PRECIFICACOES SEM TAXA DO OPERADOR '
                      '(VALOR ZERO): ' WS-QT-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
      ******************************************************************
      *
           MOVE AC-ATIVIDADES          TO WS-QT-ED.
           MOVE AC-APONTAMENTOS        TO WS-QT-ED2.
           MOVE AC-VALOR-GERAL         TO WS-VALOR-ED.
      *
           DISPLAY SC-SCREEN.
