      *                       ASSIM LOTAR, A RODADA ABORTA COM         *
      *                       MENSAGEM - UMA COPIA FORA DO CATALOGO    *
      *                       SERIA IRRECUPERAVEL PELO ATV43           *
      *    15OUT2026  NJA     SYS010 DECLARADO COM AS NOVAS ALTERNATE  *
      *                       KEYS DE STATUS E RESPONSAVEL             *
      *    15OUT2026  NJA     GERACOES RETIDAS DE BACKUP PASSAM A VIR  *
      *                       DO PARAMETRO GERACOES-BKP DA TABELA      *
      *                       SYS106 (ATV71), PADRAO 5                 *
      *    15OUT2026  NJA     O BACKUP PASSA A COBRIR OS MESTRES       *
      *                       SYS081, SYS083, SYS085, SYS086, SYS088,  *
      *                       SYS090, SYS091, SYS093, SYS100, SYS101,  *
      *                       SYS102, SYS106, SYS109, SYS112, SYS122,  *
      *                       SYS126 E SYS127; GERACOES-BKP LIMITADO   *
      *                       A 9 (SUFIXO .GN DE UM DIGITO) E TABELA   *
      *                       DO CATALOGO REDIMENSIONADA PARA 27       *
      *                       ARQUIVOS FIXOS + 100 ANOS X 9 = 1143     *
      ******************************************************************
      *
      ******************************************************************
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS012    ASSIGN    TO 'SYS012.DAT'
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-CHAVE-VINC
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY MD-COD-MODELO
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS085    ASSIGN    TO 'SYS085.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY RS-COD-RESOL
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS086    ASSIGN    TO 'SYS086.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CL-CHAVE-CLASSIF
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS090    ASSIGN    TO 'SYS090.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CC-CD-CCUSTO
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS091    ASSIGN    TO 'SYS091.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VS-COD-SOLIC
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS100    ASSIGN    TO 'SYS100.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AL-SIGL-SIST
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS101    ASSIGN    TO 'SYS101.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AQ-CHAVE-APROV
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS102    ASSIGN    TO 'SYS102.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IP-CHAVE-IMPL
                     ALTERNATE KEY IP-NM-PGM WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS106    ASSIGN    TO 'SYS106.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PR-COD-PARAM
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS109    ASSIGN    TO 'SYS109.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AU-CHAVE-AUS
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS122    ASSIGN    TO 'SYS122.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY DU-CHAVE-PAR
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS126    ASSIGN    TO 'SYS126.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SV-COD-TIPO
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS127    ASSIGN    TO 'SYS127.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TP-CHAVE-TIPO
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS045    ASSIGN    TO 'SYS045.DAT'
                     ORGANIZATION LINE SEQUENTIAL
           SELECT  SYS047    ASSIGN    TO 'SYS047.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYS112    ASSIGN    TO 'SYS112.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-ENTRADA.
      *
           SELECT  SYSANO    ASSIGN    TO DYNAMIC WS-NOME-ANO
                     ORGANIZATION INDEXED
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
       FD          SYS083
                              DATA RECORD MD-SYS083.
      *
       01          MD-SYS083.
      *
           COPY WATV26                 REPLACING ==::== BY ==MD==.
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
       FD          SYS090
                              DATA RECORD CC-SYS090.
      *
       01          CC-SYS090.
      *
           COPY WATV30                 REPLACING ==::== BY ==CC==.
      *
       FD          SYS091
                              DATA RECORD VS-SYS091.
      *
       01          VS-SYS091.
      *
           COPY WATV31                 REPLACING ==::== BY ==VS==.
      *
       FD          SYS093
                              DATA RECORD PQ-SYS093.
      *
       01          PQ-SYS093.
      *
           COPY WATV32                 REPLACING ==::== BY ==PQ==.
      *
       FD          SYS100
                              DATA RECORD AL-SYS100.
      *
       01          AL-SYS100.
      *
           COPY WATV33                 REPLACING ==::== BY ==AL==.
      *
       FD          SYS101
                              DATA RECORD AQ-SYS101.
      *
       01          AQ-SYS101.
      *
           COPY WATV34                 REPLACING ==::== BY ==AQ==.
      *
       FD          SYS102
                              DATA RECORD IP-SYS102.
      *
       01          IP-SYS102.
      *
           COPY WATV36                 REPLACING ==::== BY ==IP==.
      *
       FD          SYS106
                              DATA RECORD PR-SYS106.
      *
       01          PR-SYS106.
      *
           COPY WATV37                 REPLACING ==::== BY ==PR==.
      *
       FD          SYS109
                              DATA RECORD AU-SYS109.
      *
       01          AU-SYS109.
      *
           COPY WATV40                 REPLACING ==::== BY ==AU==.
      *
       FD          SYS122
                              DATA RECORD DU-SYS122.
      *
       01          DU-SYS122.
      *
           COPY WATV42                 REPLACING ==::== BY ==DU==.
      *
       FD          SYS126
                              DATA RECORD SV-SYS126.
      *
       01          SV-SYS126.
      *
           COPY WATV45                 REPLACING ==::== BY ==SV==.
      *
       FD          SYS127
                              DATA RECORD TP-SYS127.
      *
       01          TP-SYS127.
      *
           COPY WATV46                 REPLACING ==::== BY ==TP==.
      *
       FD          SYS045
                              RECORDING MODE IS F
       01          ES-SYS047.
      *
           COPY WATV13                 REPLACING ==::== BY ==ES==.
      *
       FD          SYS112
                              RECORDING MODE IS F
                              DATA RECORD DW-SYS112
                              BLOCK CONTAINS 0 RECORDS
                              LABEL RECORD IS STANDARD.
      *
      *    CONTROLE DA CARGA DO DATA WAREHOUSE - LAYOUT NO ATV76.
       01          DW-SYS112.
           03      FILLER          PIC     X(50)         VALUE SPACES.
      *
       FD          SYSANO
                              DATA RECORD AN-SYSANO.
             05    FILLER          PIC     X(10)         VALUE
                                   '=CATALOGO='.
             05    WS-MAX-GERACOES PIC     9(02)         VALUE 05.
             05    WS-CT-CATALOGO  PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-IDX-CAT      PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU    PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-GER-NR       PIC     9(04)         VALUE ZEROS.
             05    WS-GER-QUOC     PIC     9(04)         VALUE ZEROS.
             05    WS-GER-RESTO    PIC     9(04)         VALUE ZEROS.
             05    WS-GER-SUFIXO   PIC     9(01)         VALUE ZEROS.
             05    WS-NOME-BKP     PIC     X(12)         VALUE SPACES.
      *    PIOR CASO: 27 ARQUIVOS FIXOS + 100 ANOS (TABELA DO
      *    SYS077), 9 GERACOES CADA (MAXIMO DO SUFIXO .GN).
             05    WS-TAB-CATALOGO OCCURS  1143 TIMES.
               07  TC-ID-ARQ       PIC     X(06).
               07  TC-NR-GERACAO   PIC     9(04).
               07  TC-DT-BACKUP    PIC     X(08).
      *
             05    WS-MSGARQ-904.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV42.904I - TABELA DO CATALOGO CHEIA (MAX 1143) '.
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
      *    AREA DE CONTROLE DA RODADA NOTURNA (WATV05)                 *
      ******************************************************************
      *
           COPY WATV05.
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
                      WS-AREA-ANOS
                      WS-AREA-CATALOGO.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
       RTINICIAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER OS PARAMETROS DO SISTEMA (SYS106)         *
      ******************************************************************
       RTOBTER-PARAMETROS              SECTION.
      ******************************************************************
      *
           MOVE 'GERACOES-BKP'         TO CP-COD-PARAM.
           MOVE 05                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
      *    O SUFIXO DA COPIA (.GN) TEM UM DIGITO SO.
           IF CP-VL-PARAM              GREATER 9
               MOVE 9                  TO WS-MAX-GERACOES
           ELSE
               MOVE CP-VL-PARAM        TO WS-MAX-GERACOES
           END-IF.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR O CATALOGO DE BACKUP (SYS074)          *
      ******************************************************************
       RTCARREGAR-CATALOGO             SECTION.
                   READ SYS074
                   PERFORM UNTIL NOT CN-SYS074-OK
                       IF WS-CT-CATALOGO
                                       LESS 1143
                           ADD 1       TO WS-CT-CATALOGO
                           MOVE CT-ID-ARQ
                                       TO TC-ID-ARQ (WS-CT-CATALOGO)
           PERFORM RTBACKUP-SYS071.
      *
           PERFORM RTBACKUP-SYS072.
      *
           PERFORM RTBACKUP-SYS081.
      *
           PERFORM RTBACKUP-SYS083.
      *
           PERFORM RTBACKUP-SYS085.
      *
           PERFORM RTBACKUP-SYS086.
      *
           PERFORM RTBACKUP-SYS088.
      *
           PERFORM RTBACKUP-SYS090.
      *
           PERFORM RTBACKUP-SYS091.
      *
           PERFORM RTBACKUP-SYS093.
      *
           PERFORM RTBACKUP-SYS100.
      *
           PERFORM RTBACKUP-SYS101.
      *
           PERFORM RTBACKUP-SYS102.
      *
           PERFORM RTBACKUP-SYS106.
      *
           PERFORM RTBACKUP-SYS109.
      *
           PERFORM RTBACKUP-SYS122.
      *
           PERFORM RTBACKUP-SYS126.
      *
           PERFORM RTBACKUP-SYS127.
      *
           PERFORM RTBACKUP-SYS045.
      *
           PERFORM RTBACKUP-SYS046.
      *
           PERFORM RTBACKUP-SYS047.
      *
           PERFORM RTBACKUP-SYS112.
      *
           PERFORM RTGRAVAR-CATALOGO.
      *
      ******************************************************************
       RTBACKUP-SYS072-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS081                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS081.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS081'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO AP-CHAVE-APONT
               START SYS081     KEY IS GREATER THAN OR
                                       EQUAL AP-CHAVE-APONT
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS081 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM AP-SYS081
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS081
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS081-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS083                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS083.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS083'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE ZEROS              TO MD-COD-MODELO
               START SYS083     KEY IS GREATER THAN OR
                                       EQUAL MD-COD-MODELO
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS083 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM MD-SYS083
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS083
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS083-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS085                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS085.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS085'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO RS-COD-RESOL
               START SYS085     KEY IS GREATER THAN OR
                                       EQUAL RS-COD-RESOL
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS085 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM RS-SYS085
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS085
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS085-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS086                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS086.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS086'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO CL-CHAVE-CLASSIF
               START SYS086     KEY IS GREATER THAN OR
                                       EQUAL CL-CHAVE-CLASSIF
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS086 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM CL-SYS086
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS086
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS086-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS088                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS088.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS088'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO TS-CHAVE-TRANS
               START SYS088     KEY IS GREATER THAN OR
                                       EQUAL TS-CHAVE-TRANS
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS088 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM TS-SYS088
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS088
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS088-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS090                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS090.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS090'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO CC-CD-CCUSTO
               START SYS090     KEY IS GREATER THAN OR
                                       EQUAL CC-CD-CCUSTO
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS090 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM CC-SYS090
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS090
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS090-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS091                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS091.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS091'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE ZEROS              TO VS-COD-SOLIC
               START SYS091     KEY IS GREATER THAN OR
                                       EQUAL VS-COD-SOLIC
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS091 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM VS-SYS091
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS091
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS091-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS093                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS093.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS093'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO PQ-CHAVE-PESQ
               START SYS093     KEY IS GREATER THAN OR
                                       EQUAL PQ-CHAVE-PESQ
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS093 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM PQ-SYS093
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS093
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS093-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS100                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS100.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS100'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO AL-SIGL-SIST
               START SYS100     KEY IS GREATER THAN OR
                                       EQUAL AL-SIGL-SIST
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS100 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM AL-SYS100
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS100
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS100-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS101                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS101.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS101'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO AQ-CHAVE-APROV
               START SYS101     KEY IS GREATER THAN OR
                                       EQUAL AQ-CHAVE-APROV
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS101 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM AQ-SYS101
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS101
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS101-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS102                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS102.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS102'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO IP-CHAVE-IMPL
               START SYS102     KEY IS GREATER THAN OR
                                       EQUAL IP-CHAVE-IMPL
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS102 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM IP-SYS102
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS102
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS102-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS106                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS106.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS106'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO PR-COD-PARAM
               START SYS106     KEY IS GREATER THAN OR
                                       EQUAL PR-COD-PARAM
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS106 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM PR-SYS106
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS106
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS106-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS109                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS109.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS109'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO AU-CHAVE-AUS
               START SYS109     KEY IS GREATER THAN OR
                                       EQUAL AU-CHAVE-AUS
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS109 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM AU-SYS109
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS109
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS109-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS122                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS122.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS122'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO DU-CHAVE-PAR
               START SYS122     KEY IS GREATER THAN OR
                                       EQUAL DU-CHAVE-PAR
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS122 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM DU-SYS122
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS122
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS122-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS126                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS126.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS126'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO SV-COD-TIPO
               START SYS126     KEY IS GREATER THAN OR
                                       EQUAL SV-COD-TIPO
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS126 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM SV-SYS126
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS126
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS126-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS127                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS127.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS127'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               MOVE SPACES             TO TP-CHAVE-TIPO
               START SYS127     KEY IS GREATER THAN OR
                                       EQUAL TP-CHAVE-TIPO
                   INVALID KEY
                       SET CN-ENTRADA-EOF
                                       TO TRUE
               END-START
               PERFORM UNTIL CN-ENTRADA-EOF
                   READ SYS127 NEXT
                   EVALUATE TRUE
                       WHEN CN-ENTRADA-OK
                       WHEN CN-ENTRADA-DPL
                           WRITE BK-SYSBKP
                                       FROM TP-SYS127
                           PERFORM RTCONFERIR-GRAVACAO
                       WHEN CN-ENTRADA-EOF
                           CONTINUE
                       WHEN OTHER
                           PERFORM RTERRO-ENTRADA
                   END-EVALUATE
               END-PERFORM
               CLOSE SYS127
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS127-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS045                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS045.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS045'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               READ SYS045
               PERFORM UNTIL NOT CN-ENTRADA-OK
                   WRITE BK-SYSBKP     FROM PE-SYS045
                   PERFORM RTCONFERIR-GRAVACAO
                   READ SYS045
               END-PERFORM
               CLOSE SYS045
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS045-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS046                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS046.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS046'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               READ SYS046
               PERFORM UNTIL NOT CN-ENTRADA-OK
                   WRITE BK-SYSBKP     FROM TR-SYS046
                   PERFORM RTCONFERIR-GRAVACAO
                   READ SYS046
               END-PERFORM
               CLOSE SYS046
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS046-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS047                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS047.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS047'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               READ SYS047
               PERFORM UNTIL NOT CN-ENTRADA-OK
                   WRITE BK-SYSBKP     FROM ES-SYS047
                   PERFORM RTCONFERIR-GRAVACAO
                   READ SYS047
               END-PERFORM
               CLOSE SYS047
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS047-EXIT.           EXIT.
      ******************************************************************
       RTBACKUP-SYS112                 SECTION.
      ******************************************************************
      *
           OPEN INPUT SYS112.
      *
           IF CN-ENTRADA-INEXISTENTE
               CONTINUE
           ELSE
               MOVE 'SYS112'           TO WS-ID-ARQ
               PERFORM RTPREPARAR-GERACAO
               MOVE ZEROS              TO AC-REGISTROS
               READ SYS112
               PERFORM UNTIL NOT CN-ENTRADA-OK
                   WRITE BK-SYSBKP     FROM DW-SYS112
                   PERFORM RTCONFERIR-GRAVACAO
                   READ SYS112
               END-PERFORM
               CLOSE SYS112
               PERFORM RTENCERRAR-GERACAO
           END-IF.
      *
      ******************************************************************
       RTBACKUP-SYS112-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA PREPARAR A GERACAO DE BACKUP DO ARQUIVO         *
      *    COPIA GRAVADA E NAO CATALOGADA SERIA INVISIVEL PARA O
      *    ATV43 E PERDERIA A PROXIMA ROTACAO DE SUFIXOS - ANTES
      *    DISSO A RODADA PARA COM MENSAGEM.
           IF WS-CT-CATALOGO           LESS 1143
               ADD 1                   TO WS-CT-CATALOGO
               MOVE WS-ID-ARQ          TO TC-ID-ARQ (WS-CT-CATALOGO)
               MOVE WS-GER-NR          TO TC-NR-GERACAO
