      *                       DO ATV42 (550) E CATALOGO MAIOR QUE A    *
      *                       TABELA PASSA A SER RECUSADO COM          *
      *                       MENSAGEM EM VEZ DE LISTADO PELA METADE   *
      *    15OUT2026  NJA     A RESTAURACAO DO SYS010 RECRIA TAMBEM AS *
      *                       ALTERNATE KEYS DE STATUS E RESPONSAVEL   *
      *    15OUT2026  NJA     RESTAURA TAMBEM OS MESTRES SYS081,       *
      *                       SYS083, SYS085, SYS086, SYS088, SYS090,  *
      *                       SYS091, SYS093, SYS100, SYS101, SYS102,  *
      *                       SYS106, SYS109, SYS112, SYS122, SYS126 E *
      *                       SYS127 COPIADOS PELO ATV42; TABELA DO    *
      *                       CATALOGO ACOMPANHA A DO ATV42 (1143)     *
      ******************************************************************
      *
      ******************************************************************
                     RECORD KEY FD-CHAVE
                     ALTERNATE KEY FD-DT-CONCL WITH DUPLICATES
                     ALTERNATE KEY FD-NM-SOLIC WITH DUPLICATES
                     ALTERNATE KEY FD-STATUS WITH DUPLICATES
                     ALTERNATE KEY FD-RESPONSAVEL WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS012    ASSIGN    TO 'SYS012.DAT'
                     ACCESS MODE DYNAMIC
                     RECORD KEY VC-CHAVE-VINC
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS081    ASSIGN    TO 'SYS081.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AP-CHAVE-APONT
                     ALTERNATE KEY AP-ATIVIDADE WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS083    ASSIGN    TO 'SYS083.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY MD-COD-MODELO
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS085    ASSIGN    TO 'SYS085.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY RS-COD-RESOL
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS086    ASSIGN    TO 'SYS086.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CL-CHAVE-CLASSIF
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS090    ASSIGN    TO 'SYS090.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY CC-CD-CCUSTO
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS091    ASSIGN    TO 'SYS091.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY VS-COD-SOLIC
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS093    ASSIGN    TO 'SYS093.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PQ-CHAVE-PESQ
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS100    ASSIGN    TO 'SYS100.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AL-SIGL-SIST
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS101    ASSIGN    TO 'SYS101.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AQ-CHAVE-APROV
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS102    ASSIGN    TO 'SYS102.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IP-CHAVE-IMPL
                     ALTERNATE KEY IP-NM-PGM WITH DUPLICATES
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS106    ASSIGN    TO 'SYS106.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY PR-COD-PARAM
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS109    ASSIGN    TO 'SYS109.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY AU-CHAVE-AUS
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS122    ASSIGN    TO 'SYS122.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY DU-CHAVE-PAR
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS126    ASSIGN    TO 'SYS126.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY SV-COD-TIPO
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS127    ASSIGN    TO 'SYS127.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TP-CHAVE-TIPO
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS045    ASSIGN    TO 'SYS045.DAT'
                     ORGANIZATION LINE SEQUENTIAL
           SELECT  SYS047    ASSIGN    TO 'SYS047.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SAIDA.
      *
           SELECT  SYS112    ASSIGN    TO 'SYS112.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SAIDA.
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
           03      WS-AREA-CATALOGO.
             05    FILLER          PIC     X(10)         VALUE
                                   '=CATALOGO='.
             05    WS-CT-CATALOGO  PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-IDX-CAT      PIC     9(04) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU    PIC     9(04) COMP-3  VALUE ZEROS.
      *    MESMO PIOR CASO DO ATV42: 27 ARQUIVOS FIXOS + 100 ANOS,
      *    9 GERACOES CADA.
             05    WS-TAB-CATALOGO OCCURS  1143 TIMES.
               07  TC-ID-ARQ       PIC     X(06).
               07  TC-NR-GERACAO   PIC     9(04).
               07  TC-DT-BACKUP    PIC     X(08).
      *
             05    WS-MSGARQ-908.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV43.908I - CATALOGO MAIOR QUE A TABELA (1143)  '.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                   READ SYS074
                   PERFORM UNTIL NOT CN-SYS074-OK
                       IF WS-CT-CATALOGO
                                       LESS 1143
                           ADD 1       TO WS-CT-CATALOGO
                           MOVE CT-ID-ARQ
                                       TO TC-ID-ARQ (WS-CT-CATALOGO)
                       OPEN OUTPUT SYS071
                   WHEN 'SYS072'
                       OPEN OUTPUT SYS072
                   WHEN 'SYS081'
                       OPEN OUTPUT SYS081
                   WHEN 'SYS083'
                       OPEN OUTPUT SYS083
                   WHEN 'SYS085'
                       OPEN OUTPUT SYS085
                   WHEN 'SYS086'
                       OPEN OUTPUT SYS086
                   WHEN 'SYS088'
                       OPEN OUTPUT SYS088
                   WHEN 'SYS090'
                       OPEN OUTPUT SYS090
                   WHEN 'SYS091'
                       OPEN OUTPUT SYS091
                   WHEN 'SYS093'
                       OPEN OUTPUT SYS093
                   WHEN 'SYS100'
                       OPEN OUTPUT SYS100
                   WHEN 'SYS101'
                       OPEN OUTPUT SYS101
                   WHEN 'SYS102'
                       OPEN OUTPUT SYS102
                   WHEN 'SYS106'
                       OPEN OUTPUT SYS106
                   WHEN 'SYS109'
                       OPEN OUTPUT SYS109
                   WHEN 'SYS122'
                       OPEN OUTPUT SYS122
                   WHEN 'SYS126'
                       OPEN OUTPUT SYS126
                   WHEN 'SYS127'
                       OPEN OUTPUT SYS127
                   WHEN 'SYS045'
                       OPEN OUTPUT SYS045
                   WHEN 'SYS046'
                       OPEN OUTPUT SYS046
                   WHEN 'SYS047'
                       OPEN OUTPUT SYS047
                   WHEN 'SYS112'
                       OPEN OUTPUT SYS112
                   WHEN OTHER
                       CLOSE SYSBKP
                       MOVE WS-MSGARQ-907
                       CLOSE SYS071
                   WHEN 'SYS072'
                       CLOSE SYS072
                   WHEN 'SYS081'
                       CLOSE SYS081
                   WHEN 'SYS083'
                       CLOSE SYS083
                   WHEN 'SYS085'
                       CLOSE SYS085
                   WHEN 'SYS086'
                       CLOSE SYS086
                   WHEN 'SYS088'
                       CLOSE SYS088
                   WHEN 'SYS090'
                       CLOSE SYS090
                   WHEN 'SYS091'
                       CLOSE SYS091
                   WHEN 'SYS093'
                       CLOSE SYS093
                   WHEN 'SYS100'
                       CLOSE SYS100
                   WHEN 'SYS101'
                       CLOSE SYS101
                   WHEN 'SYS102'
                       CLOSE SYS102
                   WHEN 'SYS106'
                       CLOSE SYS106
                   WHEN 'SYS109'
                       CLOSE SYS109
                   WHEN 'SYS122'
                       CLOSE SYS122
                   WHEN 'SYS126'
                       CLOSE SYS126
                   WHEN 'SYS127'
                       CLOSE SYS127
                   WHEN 'SYS045'
                       CLOSE SYS045
                   WHEN 'SYS046'
                       CLOSE SYS046
                   WHEN 'SYS047'
                       CLOSE SYS047
                   WHEN 'SYS112'
                       CLOSE SYS112
               END-EVALUATE
           END-IF.
      *
                   WRITE NT-SYS071     FROM BK-SYSBKP
               WHEN 'SYS072'
                   WRITE VC-SYS072     FROM BK-SYSBKP
               WHEN 'SYS081'
                   WRITE AP-SYS081     FROM BK-SYSBKP
               WHEN 'SYS083'
                   WRITE MD-SYS083     FROM BK-SYSBKP
               WHEN 'SYS085'
                   WRITE RS-SYS085     FROM BK-SYSBKP
               WHEN 'SYS086'
                   WRITE CL-SYS086     FROM BK-SYSBKP
               WHEN 'SYS088'
                   WRITE TS-SYS088     FROM BK-SYSBKP
               WHEN 'SYS090'
                   WRITE CC-SYS090     FROM BK-SYSBKP
               WHEN 'SYS091'
                   WRITE VS-SYS091     FROM BK-SYSBKP
               WHEN 'SYS093'
                   WRITE PQ-SYS093     FROM BK-SYSBKP
               WHEN 'SYS100'
                   WRITE AL-SYS100     FROM BK-SYSBKP
               WHEN 'SYS101'
                   WRITE AQ-SYS101     FROM BK-SYSBKP
               WHEN 'SYS102'
                   WRITE IP-SYS102     FROM BK-SYSBKP
               WHEN 'SYS106'
                   WRITE PR-SYS106     FROM BK-SYSBKP
               WHEN 'SYS109'
                   WRITE AU-SYS109     FROM BK-SYSBKP
               WHEN 'SYS122'
                   WRITE DU-SYS122     FROM BK-SYSBKP
               WHEN 'SYS126'
                   WRITE SV-SYS126     FROM BK-SYSBKP
               WHEN 'SYS127'
                   WRITE TP-SYS127     FROM BK-SYSBKP
               WHEN 'SYS045'
                   WRITE PE-SYS045     FROM BK-SYSBKP
               WHEN 'SYS046'
                   WRITE TR-SYS046     FROM BK-SYSBKP
               WHEN 'SYS047'
                   WRITE ES-SYS047     FROM BK-SYSBKP
               WHEN 'SYS112'
                   WRITE DW-SYS112     FROM BK-SYSBKP
           END-EVALUATE
           END-IF.
      *
