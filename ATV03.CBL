      *                       SYS072 (ATV39) APONTA FILHAS AINDA       *
      *                       ABERTAS - O SUPERVISOR DECIDE SE         *
      *                       CONFIRMA MESMO ASSIM                     *
      *    15OUT2026  NJA     ATIVIDADE COM HORAS APONTADAS NO SYS081  *
      *                       (ATV50) TEM O HR-REALIZADO CALCULADO     *
      *                       PELA SOMA DOS APONTAMENTOS E O CAMPO     *
      *                       NAO E MAIS DIGITADO NA BAIXA             *
      *    15OUT2026  NJA     BAIXA CONCLUIDA EXIGE O CODIGO DE        *
      *                       RESOLUCAO/CAUSA RAIZ (TABELA SYS085,     *
      *                       ATV54), GRAVADO POR SS/ST NO SYS086      *
      *    15OUT2026  NJA     TODA MUDANCA DE STATUS CONFIRMADA NA     *
      *                       BAIXA E GRAVADA NA TRILHA SYS088 (STATUS *
      *                       ANTERIOR, NOVO, DATA/HORA E OPERADOR),   *
      *                       BASE DO TEMPO DE CICLO POR FASE (ATV56)  *
      *    15OUT2026  NJA     ATIVIDADE PENDENTE, REJEITADA OU         *
      *                       DEVOLVIDA NA ALCADA DE APROVACAO DE      *
      *                       ESFORCO (ATV63/ATV64) NAO PODE IR PARA   *
      *                       ANDAMENTO, AGUARDANDO OU CONCLUIDO       *
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
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SYS081.
      *
           SELECT  SYS085    ASSIGN    TO 'SYS085.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY RS-COD-RESOL
                     FILE STATUS IS WS-STATUS-SYS085.
      *
           SELECT  SYS086    ASSIGN    TO 'SYS086.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CL-CHAVE-CLASSIF
                     FILE STATUS IS WS-STATUS-SYS086.
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
       FD          SYS081
                              DATA RECORD AP-SYS081.
      *
       01          AP-SYS081.
      *
           COPY WATV25                 REPLACING ==::== BY ==AP==.
      *
       FD          SYS085
                              DATA RECORD RS-SYS085.
      *
       01          RS-SYS085.
      *
           COPY WATV27                 REPLACING ==::== BY ==RS==.
      *
       FD          SYS086
                              DATA RECORD CL-SYS086.
      *
       01          CL-SYS086.
      *
           COPY WATV28                 REPLACING ==::== BY ==CL==.
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
             05    WS-SW-FILHAS    PIC     X(01)         VALUE 'N'.
               88  CN-FILHAS-ABERTAS                     VALUE 'S'.
               88  CN-FILHAS-FECHADAS                    VALUE 'N'.
             05    WS-SW-APONT     PIC     X(01)         VALUE 'N'.
               88  CN-COM-APONTAMENTO                    VALUE 'S'.
               88  CN-SEM-APONTAMENTO                    VALUE 'N'.
             05    WS-HR-APONTADA  PIC     9(05)         VALUE ZEROS.
             05    WS-SW-RESOL     PIC     X(01)         VALUE 'S'.
               88  CN-RESOL-OK                           VALUE 'S'.
               88  CN-RESOL-NOK                          VALUE 'N'.
             05    WS-SW-APROV     PIC     X(01)         VALUE 'S'.
               88  CN-APROV-OK                           VALUE 'S'.
               88  CN-APROV-NOK                          VALUE 'N'.
             05    WS-COD-RESOL-BX PIC     X(03)         VALUE SPACES.
             05    WS-DS-RESOL     PIC     X(40)         VALUE SPACES.
             05    WS-TIPO-RESOL-BX
                                   PIC     X(01)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DA TABELA DE PERIODOS FECHADOS (SYS045)                *
               88  CN-SYS072-NOK                         VALUE '23'.
               88  CN-SYS072-EOF                         VALUE '10'.
               88  CN-SYS072-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS081
                                   PIC     X(02).
               88  CN-SYS081-OK                          VALUE '00'.
               88  CN-SYS081-DPL                         VALUE '02'.
               88  CN-SYS081-NOK                         VALUE '23'.
               88  CN-SYS081-EOF                         VALUE '10'.
               88  CN-SYS081-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS085
                                   PIC     X(02).
               88  CN-SYS085-OK                          VALUE '00'.
               88  CN-SYS085-DPL                         VALUE '02'.
               88  CN-SYS085-NOK                         VALUE '23'.
               88  CN-SYS085-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS086
                                   PIC     X(02).
               88  CN-SYS086-OK                          VALUE '00'.
               88  CN-SYS086-DPL                         VALUE '02'.
               88  CN-SYS086-DUP                         VALUE '22'.
               88  CN-SYS086-NOK                         VALUE '23'.
               88  CN-SYS086-INEXISTENTE                 VALUE '35'.
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
                   '#ATV03.912I - ERRO NO ARQ. SYS072         STATUS: '.
               07  WS-RETCOD-912   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.913I - ERRO NO ARQ. SYS081         STATUS: '.
               07  WS-RETCOD-913   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.914I - ERRO NO ARQ. SYS085         STATUS: '.
               07  WS-RETCOD-914   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-915.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.915I - ERRO NO ARQ. SYS086         STATUS: '.
               07  WS-RETCOD-915   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-916.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.916I - SEM TABELA DE RESOLUCAO - VER ATV54 '.
      *
             05    WS-MSGARQ-917.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.917I - COD. RESOLUCAO OBRIGATORIO NA CONCL.'.
      *
             05    WS-MSGARQ-918.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.918I - COD. RESOLUCAO INEXISTENTE/INATIVO  '.
      *
             05    WS-MSGARQ-919.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.919I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-919   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-920.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV03.920I - ESFORCO SEM APROVACAO - VER ATV64   '.
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
      *
             03    LG-DT-ALTERACAO PIC     X(08)         VALUE SPACES.
             03    LG-HR-ALTERACAO PIC     X(06)         VALUE SPACES.
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
                                   AUTO.
             05    LINE 18 COLUMN 22                     VALUE
                   '(1=ABERTO 2=ANDAM. 3=AGUARD 4=CONCL 5=CANCEL)'.
      *
           03      SC-COD-RESOL.
             05    LINE 20 COLUMN 04                     VALUE
                   'COD.RESOLUC.: '.
             05    LINE 20 COLUMN 20
                                   PIC     X(03) USING WS-COD-RESOL-BX
                                   AUTO.
             05    LINE 20 COLUMN 24
                                   PIC     X(40) FROM WS-DS-RESOL.
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
               MOVE WS-MSGARQ-906      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN I-O SYS086.
      *
           IF CN-SYS086-INEXISTENTE
               OPEN OUTPUT SYS086
               CLOSE SYS086
               OPEN I-O SYS086
           END-IF.
      *
           IF CN-SYS086-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS086   TO WS-RETCOD-915
               MOVE WS-MSGARQ-915      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           PERFORM RTCARREGAR-PERIODOS.
      *
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
      *    ROTINA PARA CARREGAR O CONTROLE DE PERIODOS (SYS045)        *
      ******************************************************************
       RTCARREGAR-PERIODOS             SECTION.
                   IF CN-BAIXAR-OK
                       PERFORM RTOBTER-ENTRADA
                       PERFORM RTVERIFICAR-PERIODO
                       PERFORM RTVALIDAR-RESOLUCAO
                       PERFORM RTVERIFICAR-APROVACAO
                       EVALUATE TRUE
                           WHEN CN-PERIODO-FECHADO
                               MOVE WS-MSGARQ-909
                                       TO WS-MSG
                           WHEN CN-RESOL-NOK
                               CONTINUE
                           WHEN CN-APROV-NOK
                               CONTINUE
                           WHEN OTHER
                               PERFORM RTVERIFICAR-FILHAS
                               IF CN-FILHAS-ABERTAS
                                   DISPLAY
                               'AVISO: EXISTEM FILHAS ABERTAS (SYS072)'
                                       AT 2402
                               END-IF
                               PERFORM RTOPCAO
                               IF CN-PF12
                                   PERFORM RTATUALIZAR
                               ELSE
                                   MOVE SPACES
                                       TO WS-TECLA
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           READ SYS010                 INTO WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               READ SYS010             INTO WS-SYS010
           END-PERFORM.
              NOT WS-STATUS-CANCELADO
               SET WS-STATUS-CONCLUIDO TO TRUE
           END-IF.
      *
           PERFORM RTSOMAR-APONTAMENTOS.
      *
           PERFORM RTLER-CLASSIFICACAO.
      *
           DISPLAY SC-SCREEN.
      *
                                       AT 2502.
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   2 OR
                                                      GREATER 8
               EVALUATE AC-CAMPO
                   WHEN 3
                       ACCEPT SC-DT-CONCL
                       ACCEPT SC-HR-CONCL
                   WHEN 5
                       ACCEPT SC-NR-DUVID
      *            COM APONTAMENTO O REALIZADO E A SOMA DO SYS081.
                   WHEN 6
                       IF CN-SEM-APONTAMENTO
                           ACCEPT SC-HR-REALIZADO
                       END-IF
                   WHEN 7
                       ACCEPT SC-STATUS
      *            O CODIGO DE RESOLUCAO SO E PEDIDO NA CONCLUSAO.
                   WHEN 8
                       IF WS-STATUS-CONCLUIDO
                           ACCEPT SC-COD-RESOL
                       END-IF
               END-EVALUATE
               PERFORM RTPOSICIONAR
               IF AC-CAMPO             GREATER 8
                   PERFORM RTVALIDAR-RESOLUCAO
                   IF CN-RESOL-NOK
                       DISPLAY SC-SCREEN
                       DISPLAY WS-MSG  AT 2204
                       MOVE 8          TO AC-CAMPO
                   ELSE
                       PERFORM RTVERIFICAR-APROVACAO
                       IF CN-APROV-NOK
                           DISPLAY SC-SCREEN
                           DISPLAY WS-MSG
                                       AT 2204
                           MOVE 7      TO AC-CAMPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF NOT WS-STATUS-CONCLUIDO
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRAZER A CLASSIFICACAO ANTERIOR (SYS086)        *
      ******************************************************************
       RTLER-CLASSIFICACAO             SECTION.
      ******************************************************************
      *
      *    ATIVIDADE QUE JA FOI CONCLUIDA E TEVE A BAIXA ESTORNADA
      *    (ATV27) VOLTA COM O CODIGO DA BAIXA ANTERIOR SUGERIDO.
           MOVE SPACES                 TO WS-COD-RESOL-BX
                                          WS-DS-RESOL
                                          WS-TIPO-RESOL-BX.
      *
           MOVE WS-SS                  TO CL-SS.
           MOVE WS-ST                  TO CL-ST.
      *
           READ SYS086.
      *
           EVALUATE TRUE
               WHEN CN-SYS086-OK
               WHEN CN-SYS086-DPL
                   MOVE CL-COD-RESOL   TO WS-COD-RESOL-BX
               WHEN CN-SYS086-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS086
                                       TO WS-RETCOD-915
                   MOVE WS-MSGARQ-915  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-CLASSIFICACAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR A ALCADA DE APROVACAO DE ESFORCO      *
      *    (ATV63) - A ATIVIDADE SO SAI DO ABERTO SE LIBERADA          *
      ******************************************************************
       RTVERIFICAR-APROVACAO           SECTION.
      ******************************************************************
      *
           SET CN-APROV-OK             TO TRUE.
      *
           IF WS-STATUS                NOT EQUAL AN-STATUS AND
             (WS-STATUS-ANDAMENTO      OR
              WS-STATUS-AGUARD-SOLIC   OR
              WS-STATUS-CONCLUIDO)
               SET AV-FN-CONSULTAR     TO TRUE
               MOVE WS-SS              TO AV-SS
               MOVE WS-ST              TO AV-ST
               MOVE LK-OPERADOR        TO AV-OPERADOR
               CALL WS-ATV63           USING WS-COMANDO-APROV
               IF NOT AV-RET-LIBERADA
                   SET CN-APROV-NOK    TO TRUE
                   MOVE WS-MSGARQ-920  TO WS-MSG
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-APROVACAO-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O CODIGO DE RESOLUCAO (SYS085)          *
      ******************************************************************
       RTVALIDAR-RESOLUCAO             SECTION.
      ******************************************************************
      *
           SET CN-RESOL-OK             TO TRUE.
      *
           MOVE SPACES                 TO WS-DS-RESOL
                                          WS-TIPO-RESOL-BX.
      *
           IF NOT WS-STATUS-CONCLUIDO
               MOVE SPACES             TO WS-COD-RESOL-BX
           ELSE
               IF WS-COD-RESOL-BX      EQUAL SPACES
                   SET CN-RESOL-NOK    TO TRUE
                   MOVE WS-MSGARQ-917  TO WS-MSG
               ELSE
                   OPEN INPUT SYS085
                   EVALUATE TRUE
                       WHEN CN-SYS085-OK
                           MOVE WS-COD-RESOL-BX
                                       TO RS-COD-RESOL
                           READ SYS085
                           EVALUATE TRUE
                               WHEN CN-SYS085-OK
                               WHEN CN-SYS085-DPL
                                   IF RS-RESOL-ATIVO
                                       MOVE RS-DESCRICAO
                                       TO WS-DS-RESOL
                                       MOVE RS-TIPO-RESOL
                                       TO WS-TIPO-RESOL-BX
                                   ELSE
                                       SET CN-RESOL-NOK
                                       TO TRUE
                                       MOVE WS-MSGARQ-918
                                       TO WS-MSG
                                   END-IF
                               WHEN CN-SYS085-NOK
                                   SET CN-RESOL-NOK
                                       TO TRUE
                                   MOVE WS-MSGARQ-918
                                       TO WS-MSG
                               WHEN OTHER
                                   MOVE WS-STATUS-SYS085
                                       TO WS-RETCOD-914
                                   MOVE WS-MSGARQ-914
                                       TO WS-MSG
                                   PERFORM RTCANCELAR
                           END-EVALUATE
                           CLOSE SYS085
      *                SEM A TABELA NAO HA COMO CLASSIFICAR A BAIXA.
                       WHEN CN-SYS085-INEXISTENTE
                           SET CN-RESOL-NOK
                                       TO TRUE
                           MOVE WS-MSGARQ-916
                                       TO WS-MSG
                       WHEN OTHER
                           MOVE WS-STATUS-SYS085
                                       TO WS-RETCOD-914
                           MOVE WS-MSGARQ-914
                                       TO WS-MSG
                           PERFORM RTCANCELAR
                   END-EVALUATE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-RESOLUCAO-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SOMAR AS HORAS APONTADAS DA ATIVIDADE (SYS081)  *
      ******************************************************************
       RTSOMAR-APONTAMENTOS            SECTION.
      ******************************************************************
      *
           SET CN-SEM-APONTAMENTO      TO TRUE.
      *
           MOVE ZEROS                  TO WS-HR-APONTADA.
      *
           OPEN INPUT SYS081.
      *
           EVALUATE TRUE
               WHEN CN-SYS081-OK
                   MOVE WS-SS          TO AP-SS
                   MOVE WS-ST          TO AP-ST
                   START SYS081 KEY IS EQUAL AP-ATIVIDADE
                       INVALID KEY
                           SET CN-SYS081-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS081-EOF
                       READ SYS081 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS081-OK
                           WHEN CN-SYS081-DPL
                               IF AP-SS
                                       EQUAL WS-SS AND
                                  AP-ST
                                       EQUAL WS-ST
                                   SET CN-COM-APONTAMENTO
                                       TO TRUE
                                   ADD AP-HORAS
                                       TO WS-HR-APONTADA
                               ELSE
                                   SET CN-SYS081-EOF
                                       TO TRUE
                               END-IF
                           WHEN CN-SYS081-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-913
                               MOVE WS-MSGARQ-913
                                       TO WS-MSG
                               PERFORM RTCANCELAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS081
               WHEN CN-SYS081-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS081
                                       TO WS-RETCOD-913
                   MOVE WS-MSGARQ-913  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           IF CN-COM-APONTAMENTO
               IF WS-HR-APONTADA       GREATER 999
                   MOVE 999            TO WS-HR-REALIZADO
               ELSE
                   MOVE WS-HR-APONTADA TO WS-HR-REALIZADO
               END-IF
           END-IF.
      *
      ******************************************************************
       RTSOMAR-APONTAMENTOS-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA POSICIONAR O CURSOR                             *
      ******************************************************************
       RTPOSICIONAR                    SECTION.
      *
           IF WS-STATUS-CONCLUIDO
               PERFORM RTGRAVAR-EVENTO
               PERFORM RTGRAVAR-CLASSIFICACAO
           END-IF.
      *
           MOVE LK-OPERADOR             TO WS-OPERADOR.
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
           IF WS-STATUS                NOT EQUAL AN-STATUS
               PERFORM RTGRAVAR-TRANSICAO
           END-IF.
      *
      ******************************************************************
       RTATUALIZAR-EXIT.               EXIT.
       RTGRAVAR-EVENTO-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A CLASSIFICACAO DA BAIXA (SYS086)        *
      ******************************************************************
       RTGRAVAR-CLASSIFICACAO          SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO CL-SYS086.
      *
           MOVE WS-SS                  TO CL-SS.
           MOVE WS-ST                  TO CL-ST.
           MOVE WS-COD-RESOL-BX        TO CL-COD-RESOL.
           MOVE WS-TIPO-RESOL-BX       TO CL-TIPO-RESOL.
           MOVE WS-DT-CONCL            TO CL-DT-CONCL.
      *
           ACCEPT CL-DT-CLASSIF        FROM DATE YYYYMMDD.
      *
           MOVE LK-OPERADOR            TO CL-OPERADOR.
      *
           WRITE CL-SYS086.
      *
      *    NOVA BAIXA DEPOIS DE UM ESTORNO SUBSTITUI A CLASSIFICACAO.
           IF CN-SYS086-DUP
               REWRITE CL-SYS086
           END-IF.
      *
           IF CN-SYS086-OK             OR CN-SYS086-DPL
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS086   TO WS-RETCOD-915
               MOVE WS-MSGARQ-915      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-CLASSIFICACAO-EXIT.    EXIT.
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
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-919
               MOVE WS-MSGARQ-919      TO WS-MSG
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
           MOVE 'ATV03'                TO TS-PROGRAMA.
      *
           WRITE TS-SYS088.
      *
      *    DUAS MUDANCAS PARA O MESMO STATUS NO MESMO SEGUNDO VALEM UMA.
           IF CN-SYS088-OK             OR CN-SYS088-DUP
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS088   TO WS-RETCOD-919
               MOVE WS-MSGARQ-919      TO WS-MSG
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
      ******************************************************************
      *
           CLOSE SYS010
                 SYS015
                 SYS086.
      *
           IF CN-SYS010-OK
               CONTINUE
