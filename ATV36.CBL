      *                       ANO (SYS012AAAA.DAT, CATALOGO SYS077) - *
      *                       O REAPONTAMENTO NO HISTORICO PASSA      *
      *                       PELO SUBPROGRAMA DE ACESSO ATV48        *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     A UNIFICACAO PASSA A REAPONTAR TAMBEM    *
      *                       OS MODELOS RECORRENTES SYS083 E AS       *
      *                       PESQUISAS DE SATISFACAO SYS093; O        *
      *                       VINCULO COM O CENTRO DE CUSTO SYS091     *
      *                       DO DUPLICADO E TRANSFERIDO QUANDO O      *
      *                       SOBREVIVENTE NAO TEM VINCULO PROPRIO E   *
      *                       EXCLUIDO NOS DEMAIS CASOS                *
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
           SELECT  SYS041    ASSIGN    TO 'SYS041.DAT'
                     ACCESS MODE DYNAMIC
                     RECORD KEY SO-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS041.
      *
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY MD-COD-MODELO
                     FILE STATUS IS WS-STATUS-SYS083.
      *
           SELECT  SYS091    ASSIGN    TO 'SYS091.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SYS091.
      *
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-SYS093.
      *
           SELECT  SYS069    ASSIGN    TO 'SYS069.LST'
                     ORGANIZATION LINE SEQUENTIAL
       01          SO-SYS041.
      *
           COPY WATV06                 REPLACING ==::== BY ==SO==.
      *
       FD          SYS083
                              DATA RECORD MD-SYS083.
      *
       01          MD-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==MD==.
      *
       FD          SYS091
                              DATA RECORD VC-SYS091.
      *
       01          VC-SYS091.
      *
           COPY WATV31                 REPLACING ==::== BY ==VC==.
      *
       FD          SYS093
                              DATA RECORD PQ-SYS093.
      *
       01          PQ-SYS093.
      *
           COPY WATV32                 REPLACING ==::== BY ==PQ==.
      *
       FD          SYS069
                              RECORDING MODE IS F
             05    AC-CAMPO        PIC    S9(03) COMP-3  VALUE ZEROS.
             05    AC-SYS010       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-SYS012       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-SYS083       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-SYS093       PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
               07  WS-NUM2-SOBREV  PIC     X(04)         VALUE SPACES.
             05    WS-RAMAL-SOBREV PIC     X(05)         VALUE SPACES.
             05    WS-ORIGEM       PIC     X(01)         VALUE SPACES.
             05    WS-ACAO-VINCULO PIC     X(11)         VALUE SPACES.
             05    WS-CT-RETRY-SYS010
                                   PIC    S9(03) COMP-3  VALUE ZEROS.
             05    WS-DATA-CORR.
               07  WS-DIA          PIC     X(02)         VALUE SPACES.
             05    WS-QT-ED        PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT2-ED       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT3-ED       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-QT4-ED       PIC     ZZZZ9         VALUE ZEROS.
             05    WS-CT-LINHA     PIC     9(02) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-NR-PAGINA-ED PIC     ZZ9           VALUE ZEROS.
               88  CN-SYS041-DPL                         VALUE '02'.
               88  CN-SYS041-NOK                         VALUE '23'.
               88  CN-SYS041-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS083
                                   PIC     X(02).
               88  CN-SYS083-OK                          VALUE '00'.
               88  CN-SYS083-DPL                         VALUE '02'.
               88  CN-SYS083-EOF                         VALUE '10'.
               88  CN-SYS083-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS091
                                   PIC     X(02).
               88  CN-SYS091-OK                          VALUE '00'.
               88  CN-SYS091-DPL                         VALUE '02'.
               88  CN-SYS091-NOK                         VALUE '23'.
               88  CN-SYS091-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS093
                                   PIC     X(02).
               88  CN-SYS093-OK                          VALUE '00'.
               88  CN-SYS093-DPL                         VALUE '02'.
               88  CN-SYS093-EOF                         VALUE '10'.
               88  CN-SYS093-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS069
                                   PIC     X(02).
             05    WS-MSGARQ-909.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV36.909I - DUPLICADO JA FOI UNIFICADO ANTES    '.
      *
             05    WS-MSGARQ-910.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV36.910I - ERRO NO ARQ. SYS083         STATUS: '.
               07  WS-RETCOD-910   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-911.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV36.911I - ERRO NO ARQ. SYS093         STATUS: '.
               07  WS-RETCOD-911   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-912.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV36.912I - ERRO NO ARQ. SYS091         STATUS: '.
               07  WS-RETCOD-912   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
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
           COPY WATV01                 REPLACING ==::== BY ==RG==.
      *
      ******************************************************************
      *    AREA DO VINCULO DO DUPLICADO COM O CENTRO DE CUSTO (WATV31) *
      ******************************************************************
       01          WS-VINCULO-DUPLIC.
      *
           COPY WATV31                 REPLACING ==::== BY ==VD==.
      *
      ******************************************************************
      *    AREA DO RELATORIO IMPRESSO (SYS069)                         *
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
       01          FILLER          PIC     X(32)         VALUE
                                   'FFF FIM DA WORKING-STORAGE FFF'.
                   'REGISTROS REAPONTADOS NO SYS012....: '.
             05    LINE 15 COLUMN 42
                                   PIC     ZZZZ9 FROM WS-QT2-ED.
             05    LINE 17 COLUMN 04                     VALUE
                   'MODELOS REAPONTADOS NO SYS083......: '.
             05    LINE 17 COLUMN 42
                                   PIC     ZZZZ9 FROM WS-QT3-ED.
             05    LINE 19 COLUMN 04                     VALUE
                   'PESQUISAS REAPONTADAS NO SYS093....: '.
             05    LINE 19 COLUMN 42
                                   PIC     ZZZZ9 FROM WS-QT4-ED.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
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
      *    ROTINA PARA OBTER OS CODIGOS DA UNIFICACAO                  *
      ******************************************************************
       RTOBTER-ENTRADA                 SECTION.
           PERFORM RTREAPONTAR-SYS010.
      *
           PERFORM RTREAPONTAR-SYS012.
      *
           PERFORM RTREAPONTAR-SYS083.
      *
           PERFORM RTREAPONTAR-SYS093.
      *
           PERFORM RTREAPONTAR-SYS091.
      *
           PERFORM RTINATIVAR-DUPLICADO.
      *
           MOVE AC-SYS010              TO WS-QT-ED.
           MOVE AC-SYS012              TO WS-QT2-ED.
           MOVE AC-SYS083              TO WS-QT3-ED.
           MOVE AC-SYS093              TO WS-QT4-ED.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '          REAPONTADOS - SYS010: ' WS-QT-ED
                  '   SYS012: '        WS-QT2-ED
                  '   SYS083: '        WS-QT3-ED
                  '   SYS093: '        WS-QT4-ED
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
       RTREAPONTAR-REGISTRO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REAPONTAR OS MODELOS RECORRENTES (SYS083)       *
      ******************************************************************
       RTREAPONTAR-SYS083              SECTION.
      ******************************************************************
      *
           OPEN I-O SYS083.
      *
           EVALUATE TRUE
               WHEN CN-SYS083-OK
                   MOVE ZEROS          TO MD-COD-MODELO
                   START SYS083 KEY IS GREATER THAN OR
                                       EQUAL MD-COD-MODELO
                       INVALID KEY
                           SET CN-SYS083-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS083-EOF
                       READ SYS083 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS083-OK
                           WHEN CN-SYS083-DPL
                               IF MD-COD-SOLIC
                                       EQUAL WS-COD-DUPLIC
                                   PERFORM RTREAPONTAR-MODELO
                               END-IF
                           WHEN CN-SYS083-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-910
                               MOVE WS-MSGARQ-910
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS083
               WHEN CN-SYS083-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS083
                                       TO WS-RETCOD-910
                   MOVE WS-MSGARQ-910  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTREAPONTAR-SYS083-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REAPONTAR UM MODELO RECORRENTE                  *
      ******************************************************************
       RTREAPONTAR-MODELO              SECTION.
      ******************************************************************
      *
           MOVE WS-COD-SOBREV          TO MD-COD-SOLIC.
           MOVE WS-NM-SOBREV           TO MD-NM-SOLIC.
           MOVE WS-DATA-CORR           TO MD-DT-ALTERACAO.
           MOVE LK-OPERADOR            TO MD-OPERADOR.
      *
           REWRITE MD-SYS083.
      *
           IF CN-SYS083-OK             OR CN-SYS083-DPL
               ADD 1                   TO AC-SYS083
               MOVE SPACES             TO WS-LINHA-REL
               STRING '   MODELO: '    MD-COD-MODELO
                      '   ORIGEM: M'
                      '   DESCRICAO: ' MD-DESCRICAO
                      '   SOLICITANTE: '
                                       MD-NM-SOLIC (1:40)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTESCREVER-SYS069
           ELSE
               MOVE WS-STATUS-SYS083   TO WS-RETCOD-910
               MOVE WS-MSGARQ-910      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTREAPONTAR-MODELO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REAPONTAR AS PESQUISAS DE SATISFACAO (SYS093)   *
      ******************************************************************
       RTREAPONTAR-SYS093              SECTION.
      ******************************************************************
      *
           OPEN I-O SYS093.
      *
           EVALUATE TRUE
               WHEN CN-SYS093-OK
                   MOVE LOW-VALUES     TO PQ-CHAVE-PESQ
                   START SYS093 KEY IS GREATER THAN OR
                                       EQUAL PQ-CHAVE-PESQ
                       INVALID KEY
                           SET CN-SYS093-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS093-EOF
                       READ SYS093 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS093-OK
                           WHEN CN-SYS093-DPL
                               IF PQ-COD-SOLIC
                                       EQUAL WS-COD-DUPLIC
                                   PERFORM RTREAPONTAR-PESQUISA
                               END-IF
                           WHEN CN-SYS093-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-911
                               MOVE WS-MSGARQ-911
                                       TO WS-MSG
                               PERFORM RTFINALIZAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS093
               WHEN CN-SYS093-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS093
                                       TO WS-RETCOD-911
                   MOVE WS-MSGARQ-911  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTREAPONTAR-SYS093-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA REAPONTAR UMA PESQUISA DE SATISFACAO            *
      ******************************************************************
       RTREAPONTAR-PESQUISA            SECTION.
      ******************************************************************
      *
           MOVE WS-COD-SOBREV          TO PQ-COD-SOLIC.
           MOVE WS-NM-SOBREV           TO PQ-NM-SOLIC.
      *
           REWRITE PQ-SYS093.
      *
           IF CN-SYS093-OK             OR CN-SYS093-DPL
               ADD 1                   TO AC-SYS093
               MOVE SPACES             TO WS-LINHA-REL
               STRING '   SS: '        PQ-SS
                      '   ST: '        PQ-ST
                      '   ORIGEM: P'
                      '   SITUACAO: '  PQ-SITUACAO
                      '   SOLICITANTE: '
                                       PQ-NM-SOLIC (1:40)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               PERFORM RTESCREVER-SYS069
           ELSE
               MOVE WS-STATUS-SYS093   TO WS-RETCOD-911
               MOVE WS-MSGARQ-911      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTREAPONTAR-PESQUISA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRATAR O VINCULO COM O CENTRO DE CUSTO (SYS091) *
      ******************************************************************
       RTREAPONTAR-SYS091              SECTION.
      ******************************************************************
      *
           OPEN I-O SYS091.
      *
           EVALUATE TRUE
               WHEN CN-SYS091-OK
                   MOVE WS-COD-DUPLIC  TO VC-COD-SOLIC
                   READ SYS091
                   EVALUATE TRUE
                       WHEN CN-SYS091-OK
                       WHEN CN-SYS091-DPL
                           PERFORM RTTRANSFERIR-VINCULO
                       WHEN CN-SYS091-NOK
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-912
                           MOVE WS-MSGARQ-912
                                       TO WS-MSG
                           PERFORM RTFINALIZAR
                   END-EVALUATE
                   CLOSE SYS091
               WHEN CN-SYS091-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-912
                   MOVE WS-MSGARQ-912  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
      ******************************************************************
       RTREAPONTAR-SYS091-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA TRANSFERIR OU EXCLUIR O VINCULO DO DUPLICADO -  *
      *    O VINCULO SO E TRANSFERIDO QUANDO O SOBREVIVENTE NAO TEM    *
      *    CENTRO DE CUSTO PROPRIO; CASO CONTRARIO E EXCLUIDO          *
      ******************************************************************
       RTTRANSFERIR-VINCULO            SECTION.
      ******************************************************************
      *
           MOVE VC-SYS091              TO WS-VINCULO-DUPLIC.
      *
           MOVE WS-COD-SOBREV          TO VC-COD-SOLIC.
      *
           READ SYS091.
      *
           EVALUATE TRUE
               WHEN CN-SYS091-OK
               WHEN CN-SYS091-DPL
                   MOVE 'EXCLUIDO'     TO WS-ACAO-VINCULO
               WHEN CN-SYS091-NOK
                   MOVE WS-VINCULO-DUPLIC
                                       TO VC-SYS091
                   MOVE WS-COD-SOBREV  TO VC-COD-SOLIC
                   MOVE WS-DATA-CORR   TO VC-DT-VINCULO
                   MOVE LK-OPERADOR    TO VC-OPERADOR
                   WRITE VC-SYS091
                   IF CN-SYS091-OK
                       MOVE 'TRANSFERIDO'
                                       TO WS-ACAO-VINCULO
                   ELSE
                       MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-912
                       MOVE WS-MSGARQ-912
                                       TO WS-MSG
                       PERFORM RTFINALIZAR
                   END-IF
               WHEN OTHER
                   MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-912
                   MOVE WS-MSGARQ-912  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           MOVE WS-COD-DUPLIC          TO VC-COD-SOLIC.
      *
           DELETE SYS091               RECORD.
      *
           IF CN-SYS091-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS091   TO WS-RETCOD-912
               MOVE WS-MSGARQ-912      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '   CENTRO DE CUSTO: ' VD-CD-CCUSTO
                  '   ORIGEM: V'
                  '   VINCULO: '       WS-ACAO-VINCULO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTESCREVER-SYS069.
      *
      ******************************************************************
       RTTRANSFERIR-VINCULO-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA INATIVAR O CADASTRO DUPLICADO                   *
      ******************************************************************
       RTINATIVAR-DUPLICADO            SECTION.
                  '   SOLICITANTE: '   WS-NM-SOLIC (1:40)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           PERFORM RTESCREVER-SYS069.
      *
      ******************************************************************
       RTGRAVAR-SYS069-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA ESCREVER A LINHA MONTADA NO RELATORIO (SYS069)  *
      ******************************************************************
       RTESCREVER-SYS069               SECTION.
      ******************************************************************
      *
           WRITE FD-SYS069             FROM WS-LINHA-REL.
      *
           END-IF.
      *
      ******************************************************************
       RTESCREVER-SYS069-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA IMPRIMIR CABECALHO DO RELATORIO                 *
      *
           MOVE AC-SYS010              TO WS-QT-ED.
           MOVE AC-SYS012              TO WS-QT2-ED.
           MOVE AC-SYS083              TO WS-QT3-ED.
           MOVE AC-SYS093              TO WS-QT4-ED.
      *
           DISPLAY SC-SCREEN.
      *
