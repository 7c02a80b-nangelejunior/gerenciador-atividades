      *                       DUPLICADOS (ATV36, COD-UNIFICADO         *
      *                       PREENCHIDO) PASSA A SER BLOQUEADO        *
      *                       CONTRA ALTERACAO E REUSO                 *
      *    15OUT2026  NJA     SOLICITANTE PASSA A SER VINCULADO A UM   *
      *                       CENTRO DE CUSTO DO CADASTRO SYS090       *
      *                       (ATV57), GRAVADO NO SYS091 - OBRIGATORIO *
      *                       PARA O SOLICITANTE ATIVO QUANDO O        *
      *                       CADASTRO DE CENTROS EXISTIR              *
      ******************************************************************
      *
      ******************************************************************
                     ACCESS MODE DYNAMIC
                     RECORD KEY FD-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
      *
           SELECT  SYS090    ASSIGN    TO 'SYS090.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CC-CD-CCUSTO
                     FILE STATUS IS WS-STATUS-SYS090.
      *
           SELECT  SYS091    ASSIGN    TO 'SYS091.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS091.
      *
      ******************************************************************
       DATA                            DIVISION.
       01          FD-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==FD==.
      *
       FD          SYS090
                              DATA RECORD CC-SYS090.
      *
       01          CC-SYS090.
      *
           COPY WATV30                 REPLACING ==::== BY ==CC==.
      *
       FD          SYS091
                              DATA RECORD VC-SYS091.
      *
       01          VC-SYS091.
      *
           COPY WATV31                 REPLACING ==::== BY ==VC==.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
             05    WS-TX-MODO      PIC     X(20)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DO CENTRO DE CUSTO DO SOLICITANTE (NAO E LIMPA A CADA  *
      *    TELA - OS INDICADORES DE ARQUIVO VALEM PARA TODA A SESSAO)  *
      ******************************************************************
           03      WS-AREA-CCUSTO.
             05    FILLER          PIC     X(08)         VALUE
                                   '=CCUSTO='.
             05    WS-CD-CCUSTO    PIC     X(06)         VALUE SPACES.
             05    WS-DS-CCUSTO    PIC     X(40)         VALUE SPACES.
             05    WS-SW-CCUSTO    PIC     X(01)         VALUE 'S'.
               88  CN-CCUSTO-OK                          VALUE 'S'.
               88  CN-CCUSTO-NOK                         VALUE 'N'.
             05    WS-SW-SYS090    PIC     X(01)         VALUE 'N'.
               88  CN-SYS090-ABERTO                      VALUE 'S'.
               88  CN-SYS090-FECHADO                     VALUE 'N'.
             05    WS-SW-VINCULO   PIC     X(01)         VALUE 'N'.
               88  CN-VINCULO-EXISTE                     VALUE 'S'.
               88  CN-VINCULO-NOVO                       VALUE 'N'.
             05    WS-DATA-CORR    PIC     X(08)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-EOF                         VALUE '10'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS090
                                   PIC     X(02).
               88  CN-SYS090-OK                          VALUE '00'.
               88  CN-SYS090-DPL                         VALUE '02'.
               88  CN-SYS090-NOK                         VALUE '23'.
               88  CN-SYS090-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS091
                                   PIC     X(02).
               88  CN-SYS091-OK                          VALUE '00'.
               88  CN-SYS091-DPL                         VALUE '02'.
               88  CN-SYS091-NOK                         VALUE '23'.
               88  CN-SYS091-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
             05    WS-MSGARQ-907.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV11.907I - CODIGO UNIFICADO - USO BLOQUEADO    '.
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV11.908I - CENTRO DE CUSTO INEXISTENTE/INATIVO '.
      *
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV11.909I - CENTRO DE CUSTO OBRIGATORIO P/ ATIVO'.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV11.910I - ERRO NO ARQ. SYS090         STATUS: '.
               07  WS-RETCOD-910   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV11.911I - ERRO NO ARQ. SYS091         STATUS: '.
               07  WS-RETCOD-911   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                                   AUTO.
             05    LINE 14 COLUMN 22                     VALUE
                   '(A=ATIVO  I=INATIVO)'.
           03      SC-CCUSTO.
             05    LINE 16 COLUMN 04                     VALUE
                   'C. CUSTO....: '.
             05    LINE 16 COLUMN 18
                                   PIC     X(06) USING WS-CD-CCUSTO
                                   AUTO.
             05    LINE 16 COLUMN 26
                                   PIC     X(40) FROM WS-DS-CCUSTO.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
               MOVE WS-MSGARQ-901      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
      *    ENQUANTO O CADASTRO DE CENTROS DE CUSTO (ATV57) NAO EXISTIR
      *    O SOLICITANTE PODE FICAR SEM CENTRO.
           OPEN INPUT SYS090.
      *
           EVALUATE TRUE
               WHEN CN-SYS090-OK
                   SET CN-SYS090-ABERTO
                                       TO TRUE
               WHEN CN-SYS090-INEXISTENTE
                   SET CN-SYS090-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-910
                   MOVE WS-MSGARQ-910  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           OPEN I-O SYS091.
      *
           IF CN-SYS091-INEXISTENTE
               OPEN OUTPUT SYS091
               CLOSE SYS091
               OPEN I-O SYS091
           END-IF.
      *
           IF CN-SYS091-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS091   TO WS-RETCOD-911
               MOVE WS-MSGARQ-911      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTINICIAR-EXIT.                 EXIT.
                                       TO WS-MSG
                   ELSE
                       PERFORM RTOBTER-ENTRADA
                       IF WS-NM-SOLIC  EQUAL SPACES OR
                          CN-CCUSTO-NOK
                           CONTINUE
                       ELSE
                           PERFORM RTOPCAO
                   MOVE WS-MSGARQ-902  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           PERFORM RTLER-SYS091.
      *
      ******************************************************************
       RTLER-SYS041-EXIT.              EXIT.
           MOVE 2                      TO AC-CAMPO.
      *
           PERFORM                     UNTIL AC-CAMPO EQUAL   1 OR
                                                      GREATER 6
               EVALUATE AC-CAMPO
                   WHEN 2
                       ACCEPT SC-NM-SOLIC
                       ACCEPT SC-RAMAL-SOLIC
                   WHEN 5
                       ACCEPT SC-SITUACAO
                   WHEN 6
                       ACCEPT SC-CCUSTO
               END-EVALUATE
               PERFORM RTPOSICIONAR
           END-PERFORM.
      *
           IF AC-CAMPO                 GREATER 6
               IF WS-NM-SOLIC          EQUAL SPACES
                   MOVE WS-MSGARQ-906  TO WS-MSG
               END-IF
                  NOT WS-SOLIC-INATIVO
                   SET WS-SOLIC-ATIVO  TO TRUE
               END-IF
               PERFORM RTVALIDAR-CCUSTO
           ELSE
               MOVE SPACES             TO WS-NM-SOLIC
           END-IF.
       RTOBTER-ENTRADA-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O CENTRO DE CUSTO VINCULADO (SYS091)        *
      ******************************************************************
       RTLER-SYS091                    SECTION.
      ******************************************************************
      *
           SET CN-VINCULO-NOVO         TO TRUE.
      *
           MOVE SPACES                 TO WS-CD-CCUSTO
                                          WS-DS-CCUSTO.
      *
           MOVE WS-COD-SOLIC           TO VC-COD-SOLIC.
      *
           READ SYS091.
      *
           EVALUATE TRUE
               WHEN CN-SYS091-OK
               WHEN CN-SYS091-DPL
                   SET CN-VINCULO-EXISTE
                                       TO TRUE
                   MOVE VC-CD-CCUSTO   TO WS-CD-CCUSTO
                   PERFORM RTLER-SYS090
               WHEN CN-SYS091-NOK
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-911
                   MOVE WS-MSGARQ-911  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
      ******************************************************************
       RTLER-SYS091-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LER O CENTRO DE CUSTO NO CADASTRO SYS090        *
      ******************************************************************
       RTLER-SYS090                    SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO WS-DS-CCUSTO.
      *
           IF CN-SYS090-ABERTO
               MOVE WS-CD-CCUSTO       TO CC-CD-CCUSTO
               READ SYS090
               EVALUATE TRUE
                   WHEN CN-SYS090-OK
                   WHEN CN-SYS090-DPL
                       MOVE CC-DESCRICAO
                                       TO WS-DS-CCUSTO
                   WHEN CN-SYS090-NOK
                       MOVE SPACES     TO CC-SYS090
                   WHEN OTHER
                       MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-910
                       MOVE WS-MSGARQ-910
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           ELSE
               MOVE SPACES             TO CC-SYS090
               SET CN-SYS090-NOK       TO TRUE
           END-IF.
      *
      ******************************************************************
       RTLER-SYS090-EXIT.              EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O CENTRO DE CUSTO DIGITADO              *
      *    SOLICITANTE ATIVO PRECISA DE CENTRO DE CUSTO ATIVO ASSIM    *
      *    QUE O CADASTRO SYS090 EXISTIR; O INATIVO PODE FICAR SEM     *
      ******************************************************************
       RTVALIDAR-CCUSTO                SECTION.
      ******************************************************************
      *
           SET CN-CCUSTO-OK            TO TRUE.
      *
           IF WS-CD-CCUSTO             EQUAL SPACES
               MOVE SPACES             TO WS-DS-CCUSTO
               IF WS-SOLIC-ATIVO       AND
                  CN-SYS090-ABERTO
                   SET CN-CCUSTO-NOK   TO TRUE
                   MOVE WS-MSGARQ-909  TO WS-MSG
               END-IF
           ELSE
               PERFORM RTLER-SYS090
               IF (CN-SYS090-OK OR CN-SYS090-DPL) AND
                  CC-CCUSTO-ATIVO
                   CONTINUE
               ELSE
                   SET CN-CCUSTO-NOK   TO TRUE
                   MOVE WS-MSGARQ-908  TO WS-MSG
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-CCUSTO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA POSICIONAR O CURSOR                             *
      ******************************************************************
       RTPOSICIONAR                    SECTION.
                   PERFORM RTCANCELAR
               END-IF
           END-IF.
      *
           PERFORM RTATUALIZAR-SYS091.
      *
      ******************************************************************
       RTATUALIZAR-EXIT.               EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O VINCULO COM O CENTRO DE CUSTO (SYS091) *
      ******************************************************************
       RTATUALIZAR-SYS091              SECTION.
      ******************************************************************
      *
           MOVE WS-COD-SOLIC           TO VC-COD-SOLIC.
      *
           EVALUATE TRUE
               WHEN WS-CD-CCUSTO       EQUAL SPACES AND
                    CN-VINCULO-EXISTE
                   DELETE SYS091
               WHEN WS-CD-CCUSTO       EQUAL SPACES
                   SET CN-SYS091-OK    TO TRUE
               WHEN OTHER
                   MOVE WS-CD-CCUSTO   TO VC-CD-CCUSTO
                   MOVE WS-DATA-CORR   TO VC-DT-VINCULO
                   MOVE LK-OPERADOR    TO VC-OPERADOR
                   IF CN-VINCULO-EXISTE
                       REWRITE VC-SYS091
                   ELSE
                       WRITE VC-SYS091
                   END-IF
           END-EVALUATE.
      *
           IF CN-SYS091-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS091   TO WS-RETCOD-911
               MOVE WS-MSGARQ-911      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTATUALIZAR-SYS091-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVO                           *
      ******************************************************************
       RTFECHAR                        SECTION.
      ******************************************************************
      *
           CLOSE SYS041
                 SYS091.
      *
           IF CN-SYS090-ABERTO
               CLOSE SYS090
           END-IF.
      *
           IF CN-SYS041-OK
               CONTINUE
