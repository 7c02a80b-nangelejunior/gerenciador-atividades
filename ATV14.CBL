      *                       ANO (SYS012AAAA.DAT, CATALOGO SYS077) - *
      *                       A VARREDURA DO MAIOR SS NO HISTORICO    *
      *                       PASSA PELO SUBPROGRAMA DE ACESSO ATV48  *
      *    15OUT2026  NJA     A ATIVIDADE IMPORTADA TEM A ENTRADA NO   *
      *                       STATUS 1 GRAVADA NA TRILHA SYS088 (TEMPO *
      *                       DE CICLO POR FASE - ATV56)               *
      *    15OUT2026  NJA     ATIVIDADE INCLUIDA PARA SOLICITANTE CUJO *
      *                       CENTRO DE CUSTO (SYS091/SYS090) JA TEM A *
      *                       FRANQUIA ANUAL CONSUMIDA E AVISADA NA    *
      *                       TELA E LISTADA NO RESUMO SYS052          *
      *    15OUT2026  NJA     ATIVIDADE INCLUIDA COM ESFORCO ACIMA DA  *
      *                       ALCADA DO SISTEMA (SYS100) FICA PENDENTE *
      *                       DE APROVACAO DO SUPERVISOR (SYS101, VER  *
      *                       ATV63/ATV64) E E CONTADA NA TELA         *
      *    15OUT2026  NJA     LIMITE DE TENTATIVAS COM O SYS010        *
      *                       OCUPADO OU PRESO PASSA A VIR DO          *
      *                       PARAMETRO RETRY-SYS010 DA TABELA SYS106  *
      *                       (ATV71), PADRAO 10                       *
      *    15OUT2026  NJA     CADA ATIVIDADE INCLUIDA E COMPARADA COM  *
      *                       AS NAO ENCERRADAS DO SYS010 E COM AS     *
      *                       JA INCLUIDAS NA MESMA IMPORTACAO PELA    *
      *                       REGRA DE DUPLICIDADE DO ATV80            *
      *                       (PARAMETROS DUPL-JANELA E DUPL-PONTOS) - *
      *                       OS PARES SUSPEITOS VAO PARA O SYS122     *
      *                       PENDENTES DE DECISAO NO ATV81, SAO       *
      *                       LISTADOS NO RESUMO SYS052 E CONTADOS NA  *
      *                       TELA                                     *
      *    15OUT2026  NJA     INCLUIDO HD-TIPO-SERV NO LAYOUT DO       *
      *                       SYS050 - TIPO DE SERVICO CONFERIDO NO    *
      *                       CATALOGO SYS126 (ATV85): INEXISTENTE OU  *
      *                       INATIVO REJEITA, PRIORIDADE EM BRANCO    *
      *                       ASSUME A PADRAO DO TIPO, O TIPO E        *
      *                       GRAVADO NO SYS127 (ORIGEM I) E O         *
      *                       ESFORCO FORA DA FAIXA PADRAO E AVISADO   *
      *                       NA TELA E LISTADO NO RESUMO SYS052 -     *
      *                       RJ-REGISTRO AMPLIADO PARA O REGISTRO     *
      *                       INTEIRO                                  *
      *    15OUT2026  NJA     LEITURA DAS ABERTAS NO SYS010 PARA NO    *
      *                       PRIMEIRO ENCERRADO DA ORDEM DE STATUS    *
      *    15OUT2026  NJA     LACOS DE TABELA PASSAM AO PADRAO DOS     *
      *                       DEMAIS PROGRAMAS (MOVE ZEROS/ADD 1)      *
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
           SELECT  SYS057    ASSIGN    TO 'SYS057.DAT'
                     ORGANIZATION LINE SEQUENTIAL
                     FILE STATUS IS WS-STATUS-SYS057.
      *
           SELECT  SYS088    ASSIGN    TO 'SYS088.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY TS-CHAVE-TRANS
                     FILE STATUS IS WS-STATUS-SYS088.
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
           SELECT  SYS122    ASSIGN    TO 'SYS122.DAT'
                     ORGANIZATION INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY DU-CHAVE-PAR
                     FILE STATUS IS WS-STATUS-SYS122.
      *
      ******************************************************************
       DATA                            DIVISION.
           03      HD-OBS          PIC     X(60).
           03      HD-PRIORIDADE   PIC     X(01).
           03      HD-NR-CHAMADO   PIC     X(10).
           03      HD-TIPO-SERV    PIC     X(04).
      *
       FD          SYS051
                              RECORDING MODE IS F
      *
       01          RJ-SYS051.
           03      RJ-MOTIVO       PIC     X(40).
           03      RJ-REGISTRO     PIC     X(269).
      *
       FD          SYS052
                              RECORDING MODE IS F
       01          EV-SYS057.
      *
           COPY WATV16                 REPLACING ==::== BY ==EV==.
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
                              DATA RECORD VC-SYS091.
      *
       01          VC-SYS091.
      *
           COPY WATV31                 REPLACING ==::== BY ==VC==.
      *
       FD          SYS122
                              DATA RECORD DU-SYS122.
      *
       01          DU-SYS122.
      *
           COPY WATV42                 REPLACING ==::== BY ==DU==.
      *
      ******************************************************************
       WORKING-STORAGE                 SECTION.
             05    AC-LIDOS        PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-INCLUIDOS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-REJEITADOS   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-ACIMA-FRANQUIA
                                   PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-AGUARD-APROV PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-SUSPEITAS    PIC    S9(05) COMP-3  VALUE ZEROS.
             05    AC-FORA-FAIXA   PIC    S9(05) COMP-3  VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE AUXILIARES                                          *
             05    WS-INCLUIDOS-ED PIC     ZZZZ9         VALUE ZEROS.
             05    WS-REJEITADOS-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
             05    WS-ACIMA-ED     PIC     ZZZZ9         VALUE ZEROS.
             05    WS-AGUARD-ED    PIC     ZZZZ9         VALUE ZEROS.
             05    WS-SUSPEITAS-ED PIC     ZZZZ9         VALUE ZEROS.
             05    WS-FORA-FAIXA-ED
                                   PIC     ZZZZ9         VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DE VALIDACAO E CALCULO DE DATAS                        *
               07  WS-SLA-ESCALA   PIC     9(03).
      *
      ******************************************************************
      *    AREA DA FRANQUIA ANUAL POR CENTRO DE CUSTO (SYS090/SYS091)  *
      ******************************************************************
           03      WS-AREA-CENTROS.
             05    FILLER          PIC     X(09)         VALUE
                                   '=CENTROS='.
             05    WS-SW-SYS090    PIC     X(01)         VALUE 'N'.
               88  CN-SYS090-ABERTO                      VALUE 'S'.
               88  CN-SYS090-FECHADO                     VALUE 'N'.
             05    WS-SW-SYS091    PIC     X(01)         VALUE 'N'.
               88  CN-SYS091-ABERTO                      VALUE 'S'.
               88  CN-SYS091-FECHADO                     VALUE 'N'.
             05    WS-HR-CONSUMO   PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-CT-CENTROS   PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-CC       PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACHOU    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-CENTROS  OCCURS  300 TIMES.
               07  TC-CD-CCUSTO    PIC     X(06).
               07  TC-HR-CONTRATADA
                                   PIC     9(06).
               07  TC-HR-CONSUMIDA PIC    S9(07) COMP-3.
             05    WS-CT-ACIMA     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-ACIMA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-ACIMA    OCCURS  200 TIMES.
               07  TF-SS           PIC     9(06).
               07  TF-ST           PIC     9(06).
               07  TF-COD-SOLIC    PIC     9(05).
               07  TF-NM-SOLIC     PIC     X(30).
               07  TF-CD-CCUSTO    PIC     X(06).
               07  TF-HR-CONTRATADA
                                   PIC     9(06).
               07  TF-HR-CONSUMIDA PIC     9(07).
             05    WS-HORAS-ED     PIC     ZZZZZZ9       VALUE ZEROS.
             05    WS-HORAS-ED2    PIC     ZZZZZZ9       VALUE ZEROS.
      *
      ******************************************************************
      *    AREA DA VERIFICACAO DE DUPLICIDADE (ATV80/SYS122)           *
      ******************************************************************
           03      WS-AREA-DUPLICIDADE.
             05    FILLER          PIC     X(13)         VALUE
                                   '=DUPLICIDADE='.
             05    WS-DT-HOJE-8    PIC     X(08)         VALUE SPACES.
             05    WS-DT-CALC.
               07  WS-DIA-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-MES-CALC     PIC     9(02)         VALUE ZEROS.
               07  WS-ANO-CALC     PIC     9(04)         VALUE ZEROS.
             05    WS-JULIANO      PIC     9(07)         VALUE ZEROS.
             05    WS-DIF-DIAS     PIC    S9(07) COMP-3  VALUE ZEROS.
             05    WS-SW-TAB-DUPL  PIC     X(01)         VALUE 'N'.
               88  CN-TAB-DUPL-CHEIA                     VALUE 'S'.
             05    WS-PONTOS-ED    PIC     ZZ9           VALUE ZEROS.
             05    WS-DIAS-ED      PIC     ZZ9           VALUE ZEROS.
             05    WS-OBS-ED       PIC     ZZ9           VALUE ZEROS.
             05    WS-CT-ATV       PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-IDX-ATV      PIC    S9(05) COMP-3  VALUE ZEROS.
             05    WS-TAB-ABERTAS  OCCURS 5000 TIMES.
               07  TD-JULIANO      PIC     9(07).
               07  TD-SS           PIC     9(06).
               07  TD-ST           PIC     9(06).
               07  TD-DT-RECEB     PIC     X(08).
               07  TD-COD-SOLIC    PIC     9(05).
               07  TD-NM-SOLIC     PIC     X(60).
               07  TD-SIGL-SIST    PIC     X(02).
               07  TD-NM-PGM       PIC     X(08).
               07  TD-NM-MOD       PIC     X(20).
               07  TD-OBS          PIC     X(60).
             05    WS-CT-SUSP      PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-SUSP     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-SUSPEITAS OCCURS 200 TIMES.
               07  TU-SS-NOVA      PIC     9(06).
               07  TU-ST-NOVA      PIC     9(06).
               07  TU-SS-SUSP      PIC     9(06).
               07  TU-ST-SUSP      PIC     9(06).
               07  TU-PONTOS       PIC     9(03).
               07  TU-CRIT-SOLIC   PIC     X(01).
               07  TU-CRIT-SIST    PIC     X(01).
               07  TU-CRIT-PGM     PIC     X(01).
               07  TU-CRIT-DIAS    PIC     9(03).
               07  TU-CRIT-OBS     PIC     9(03).
               07  TU-NM-SOLIC     PIC     X(30).
      *
      ******************************************************************
      *    AREA DO TIPO DE SERVICO (ATV85 - CATALOGO SYS126/SYS127)    *
      ******************************************************************
           03      WS-AREA-TIPO-SERV.
             05    FILLER          PIC     X(11)         VALUE
                                   '=TIPO-SERV='.
             05    WS-CT-FAIXA     PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-IDX-FAIXA    PIC     9(03) COMP-3  VALUE ZEROS.
             05    WS-TAB-FAIXA    OCCURS  200 TIMES.
               07  TE-SS           PIC     9(06).
               07  TE-ST           PIC     9(06).
               07  TE-COD-TIPO     PIC     X(04).
               07  TE-HR-ESFORCO   PIC     9(03).
               07  TE-ESF-MINIMO   PIC     9(03).
               07  TE-ESF-MAXIMO   PIC     9(03).
               07  TE-FAIXA        PIC     X(01).
             05    WS-ESF-ED       PIC     ZZ9           VALUE ZEROS.
             05    WS-ESF-MIN-ED   PIC     ZZ9           VALUE ZEROS.
             05    WS-ESF-MAX-ED   PIC     ZZ9           VALUE ZEROS.
             05    WS-TX-FAIXA     PIC     X(06)         VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE FILE STATUS                                         *
      ******************************************************************
           03      WS-FILE-STATUS.
               88  CN-SYS057-OK                          VALUE '00'.
               88  CN-SYS057-NOK                         VALUE '23'.
               88  CN-SYS057-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS088
                                   PIC     X(02).
               88  CN-SYS088-OK                          VALUE '00'.
               88  CN-SYS088-DUP                         VALUE '22'.
               88  CN-SYS088-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS090
                                   PIC     X(02).
               88  CN-SYS090-OK                          VALUE '00'.
               88  CN-SYS090-DPL                         VALUE '02'.
               88  CN-SYS090-EOF                         VALUE '10'.
               88  CN-SYS090-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS091
                                   PIC     X(02).
               88  CN-SYS091-OK                          VALUE '00'.
               88  CN-SYS091-DPL                         VALUE '02'.
               88  CN-SYS091-NOK                         VALUE '23'.
               88  CN-SYS091-INEXISTENTE                 VALUE '35'.
      *
             05    WS-STATUS-SYS122
                                   PIC     X(02).
               88  CN-SYS122-OK                          VALUE '00'.
               88  CN-SYS122-DPL                         VALUE '02'.
               88  CN-SYS122-DUP                         VALUE '22'.
               88  CN-SYS122-INEXISTENTE                 VALUE '35'.
      *
      ******************************************************************
      *    AREA DE MENSAGENS                                           *
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.912I - ERRO NO WRITE ARQ. SYS057   STATUS: '.
               07  WS-RETCOD-912   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-913.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.913I - ERRO NO ARQ. SYS088         STATUS: '.
               07  WS-RETCOD-913   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-914.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.914I - ERRO NO ARQ. SYS090         STATUS: '.
               07  WS-RETCOD-914   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-915.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.915I - ERRO NO ARQ. SYS091         STATUS: '.
               07  WS-RETCOD-915   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-916.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.916I - HA ATIVIDADE DE C.CUSTO ACIMA DA FRA'.
               07  FILLER          PIC     X(18)         VALUE
                   'NQUIA - VER SYS052'.
      *
             05    WS-MSGARQ-917.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.917I - HA ATIVIDADE SUSPEITA DE DUPLICIDADE'.
               07  FILLER          PIC     X(13)         VALUE
                   ' - VER SYS052'.
      *
             05    WS-MSGARQ-918.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.918I - ERRO NO ARQ. SYS122         STATUS: '.
               07  WS-RETCOD-918   PIC     X(02)         VALUE ZEROS.
      *
             05    WS-MSGARQ-919.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.919I - ERRO NA GRAVACAO DO TIPO (SYS127)   '.
      *
             05    WS-MSGARQ-920.
               07  FILLER          PIC     X(50)         VALUE
                   '#ATV14.920I - HA ESFORCO FORA DA FAIXA DO TIPO DE '.
               07  FILLER          PIC     X(20)         VALUE
                   'SERVICO - VER SYS052'.
      *
             05    WS-MSGARQ-999.
               07  FILLER          PIC     X(50)         VALUE
                                   '=SUBROTINAS='.
             05    WS-ATV48        PIC     X(08)         VALUE
                                   'ATV48   '.
             05    WS-ATV63        PIC     X(08)         VALUE
                                   'ATV63   '.
             05    WS-ATV71        PIC     X(08)         VALUE
                                   'ATV71   '.
             05    WS-ATV80        PIC     X(08)         VALUE
                                   'ATV80   '.
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
             05    WS-DUPL-JANELA  PIC     9(03)         VALUE 010.
             05    WS-DUPL-PONTOS  PIC     9(03)         VALUE 060.
      *
      ******************************************************************
      *    AREA DE COPYBOOKS                                           *
           COPY WATV01                 REPLACING ==::== BY ==RG==.
      *
      ******************************************************************
      *    AREA DE COMANDO DA ALCADA DE APROVACAO (WATV35)             *
      ******************************************************************
       01          WS-COMANDO-APROV.
      *
           COPY WATV35                 REPLACING ==::== BY ==AV==.
      *
      ******************************************************************
      *    AREA DO MOTIVO DE REJEICAO                                  *
      ******************************************************************
       01          WS-MOTIVO-REJ   PIC     X(40)         VALUE SPACES.
      *    AREA DO RELATORIO DE PROCESSAMENTO (SYS052)                 *
      ******************************************************************
       01          WS-LINHA-REL    PIC     X(132)        VALUE SPACES.
      *
      ******************************************************************
      *    AREA DE COMANDO DA LEITURA DE PARAMETROS (WATV39)           *
      ******************************************************************
       01          WS-COMANDO-PARAM.
      *
           COPY WATV39                 REPLACING ==::== BY ==CP==.
      *
      ******************************************************************
      *    AREA DE COMANDO DA COMPARACAO DE ATIVIDADES (WATV43)        *
      ******************************************************************
       01          WS-COMANDO-DUPL.
      *
           COPY WATV43                 REPLACING ==::== BY ==CS==.
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
                   'REGISTROS REJEITADOS...............: '.
             05    LINE 15 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-REJEITADOS-ED.
             05    LINE 17 COLUMN 08                     VALUE
                   'ACIMA DA FRANQUIA DO C. CUSTO......: '.
             05    LINE 17 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-ACIMA-ED.
             05    LINE 19 COLUMN 08                     VALUE
                   'AGUARDANDO APROVACAO DO SUPERVISOR.: '.
             05    LINE 19 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-AGUARD-ED.
             05    LINE 21 COLUMN 08                     VALUE
                   'SUSPEITAS DE DUPLICIDADE (PARES)...: '.
             05    LINE 21 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-SUSPEITAS-ED.
             05    LINE 22 COLUMN 08                     VALUE
                   'FORA DA FAIXA DE ESFORCO DO TIPO...: '.
             05    LINE 22 COLUMN 46
                                   PIC     ZZZZ9 FROM WS-FORA-FAIXA-ED.
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING LK-MSG
                      WS-AUXILIARES
                      WS-FILE-STATUS
                      WS-SYS010.
      *
           PERFORM RTOBTER-PARAMETROS.
      *
           MOVE ZEROS                  TO WS-CT-CENTROS
                                          WS-CT-ACIMA
                                          WS-CT-ATV
                                          WS-CT-SUSP
                                          WS-CT-FAIXA.
      *
           MOVE WS-MSGARQ-999          TO WS-MSG.
      *
           ACCEPT WS-DATA-CORR         FROM DATE YYYYMMDD.
      *
           STRING WS-ANO WS-MES WS-DIA DELIMITED BY SIZE
                                       INTO WS-DT-HOJE-8.
      *
      ******************************************************************
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
           MOVE 'DUPL-JANELA'          TO CP-COD-PARAM.
           MOVE 10                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-DUPL-JANELA.
      *
           MOVE 'DUPL-PONTOS'          TO CP-COD-PARAM.
           MOVE 60                     TO CP-VL-PADRAO.
      *
           CALL WS-ATV71               USING WS-COMANDO-PARAM.
      *
           MOVE CP-VL-PARAM            TO WS-DUPL-PONTOS.
      *
      ******************************************************************
       RTOBTER-PARAMETROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA OBTER A CONFIRMACAO DO OPERADOR                 *
      ******************************************************************
       RTOBTER-CONFIRMACAO             SECTION.
           PERFORM RTABRIR.
      *
           PERFORM RTCARREGAR-SLA.
      *
           PERFORM RTCARREGAR-CENTROS.
      *
           PERFORM RTOBTER-MAX-SS.
      *
           PERFORM RTCARREGAR-ABERTAS.
      *
           PERFORM RTLER-SYS050.
      *
           PERFORM RTGRAVAR-SYS052.
      *
           PERFORM RTFECHAR.
      *
           IF AC-ACIMA-FRANQUIA        GREATER ZEROS
               MOVE WS-MSGARQ-916      TO WS-MSG
           ELSE
               IF AC-SUSPEITAS         GREATER ZEROS
                   MOVE WS-MSGARQ-917  TO WS-MSG
               ELSE
                   IF AC-FORA-FAIXA    GREATER ZEROS
                       MOVE WS-MSGARQ-920
                                       TO WS-MSG
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM RTEXIBIR-RESULTADO.
      *
           OPEN I-O SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-BUSY OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               OPEN I-O SYS010
           END-PERFORM.
               MOVE WS-MSGARQ-908      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
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
               PERFORM RTFINALIZAR
           END-IF.
      *
           OPEN INPUT SYS091.
      *
           EVALUATE TRUE
               WHEN CN-SYS091-OK
                   SET CN-SYS091-ABERTO
                                       TO TRUE
               WHEN CN-SYS091-INEXISTENTE
                   SET CN-SYS091-FECHADO
                                       TO TRUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-915
                   MOVE WS-MSGARQ-915  TO WS-MSG
                   PERFORM RTFINALIZAR
           END-EVALUATE.
      *
           OPEN I-O SYS122.
      *
           IF CN-SYS122-INEXISTENTE
               OPEN OUTPUT SYS122
               CLOSE SYS122
               OPEN I-O SYS122
           END-IF.
      *
           IF CN-SYS122-OK
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-918
               MOVE WS-MSGARQ-918      TO WS-MSG
               PERFORM RTFINALIZAR
           END-IF.
      *
      ******************************************************************
       RTABRIR-EXIT.                   EXIT.
       RTCARREGAR-SLA-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR A FRANQUIA DOS CENTROS ATIVOS (SYS090) *
      ******************************************************************
       RTCARREGAR-CENTROS              SECTION.
      ******************************************************************
      *
      *    SEM CADASTRO DE CENTROS (ATV57) OU SEM VINCULO DE SOLICITANTE
      *    (ATV11) NAO HA FRANQUIA A CONTROLAR NA IMPORTACAO.
           OPEN INPUT SYS090.
      *
           EVALUATE TRUE
               WHEN CN-SYS090-OK
                   SET CN-SYS090-ABERTO
                                       TO TRUE
                   MOVE SPACES         TO CC-CD-CCUSTO
                   START SYS090 KEY IS GREATER THAN OR
                                       EQUAL CC-CD-CCUSTO
                       INVALID KEY
                           SET CN-SYS090-EOF
                                       TO TRUE
                   END-START
                   PERFORM UNTIL CN-SYS090-EOF
                       READ SYS090 NEXT
                       EVALUATE TRUE
                           WHEN CN-SYS090-OK
                           WHEN CN-SYS090-DPL
                               IF CC-CCUSTO-ATIVO AND
                                  CC-HR-CONTRATADA
                                       NUMERIC AND
                                  WS-CT-CENTROS
                                       LESS 300
                                   ADD 1
                                       TO WS-CT-CENTROS
                                   MOVE CC-CD-CCUSTO
                                       TO TC-CD-CCUSTO
                                                       (WS-CT-CENTROS)
                                   MOVE CC-HR-CONTRATADA
                                       TO TC-HR-CONTRATADA
                                                       (WS-CT-CENTROS)
                                   MOVE ZEROS
                                       TO TC-HR-CONSUMIDA
                                                       (WS-CT-CENTROS)
                               END-IF
                           WHEN CN-SYS090-EOF
                               CONTINUE
                           WHEN OTHER
                               MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-914
                               MOVE WS-MSGARQ-914
                                       TO WS-MSG
                               PERFORM RTCANCELAR
                       END-EVALUATE
                   END-PERFORM
                   CLOSE SYS090
                   SET CN-SYS090-FECHADO
                                       TO TRUE
               WHEN CN-SYS090-INEXISTENTE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-STATUS-SYS090
                                       TO WS-RETCOD-914
                   MOVE WS-MSGARQ-914  TO WS-MSG
                   PERFORM RTCANCELAR
           END-EVALUATE.
      *
           IF CN-SYS091-FECHADO
               MOVE ZEROS              TO WS-CT-CENTROS
           END-IF.
      *
      ******************************************************************
       RTCARREGAR-CENTROS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR O MAIOR SS DO CADASTRO               *
      ******************************************************************
       RTOBTER-MAX-SS                  SECTION.
               MOVE ZEROS              TO WS-CT-RETRY-SYS010
               READ SYS010 NEXT        INTO WS-SYS010
               PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                             WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
                   ADD 1               TO WS-CT-RETRY-SYS010
                   READ SYS010 NEXT    INTO WS-SYS010
               END-PERFORM
                          WS-SS        GREATER WS-PROX-SS
                           MOVE WS-SS  TO WS-PROX-SS
                       END-IF
                       IF WS-CT-CENTROS
                                       GREATER ZEROS
                           PERFORM RTAPURAR-CONSUMO
                       END-IF
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN CN-SYS010-LOCKED
                  RG-SS                GREATER WS-PROX-SS
                   MOVE RG-SS          TO WS-PROX-SS
               END-IF
               IF WS-CT-CENTROS        GREATER ZEROS AND
                  RG-DT-CONCL (1:4)    EQUAL WS-ANO
                   MOVE WS-REGISTRO-ARQM
                                       TO WS-SYS010
                   PERFORM RTAPURAR-CONSUMO
               END-IF
               SET CM-FN-PROXIMO       TO TRUE
               CALL WS-ATV48           USING WS-COMANDO-ARQM
                                       WS-REGISTRO-ARQM
       RTVARRER-SYS012-MAX-EXIT.       EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SOMAR AO CENTRO DO SOLICITANTE AS HORAS DO ANO  *
      *    (HR-REALIZADO DA CONCLUIDA NO ANO E HR-ESFORCO DA ABERTA)   *
      ******************************************************************
       RTAPURAR-CONSUMO                SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-HR-CONSUMO.
      *
           EVALUATE TRUE
               WHEN WS-STATUS-CONCLUIDO
                   IF WS-DT-CONCL (1:4)
                                       EQUAL WS-ANO AND
                      WS-HR-REALIZADO  NUMERIC
                       MOVE WS-HR-REALIZADO
                                       TO WS-HR-CONSUMO
                   END-IF
               WHEN WS-STATUS-ABERTO
               WHEN WS-STATUS-ANDAMENTO
               WHEN WS-STATUS-AGUARD-SOLIC
                   IF WS-HR-ESFORCO    NUMERIC
                       MOVE WS-HR-ESFORCO
                                       TO WS-HR-CONSUMO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF WS-HR-CONSUMO            GREATER ZEROS
               PERFORM RTLOCALIZAR-CENTRO
               IF WS-IDX-ACHOU         GREATER ZEROS
                   ADD WS-HR-CONSUMO   TO TC-HR-CONSUMIDA
                                                       (WS-IDX-ACHOU)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTAPURAR-CONSUMO-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LOCALIZAR NA TABELA O CENTRO DO SOLICITANTE     *
      ******************************************************************
       RTLOCALIZAR-CENTRO              SECTION.
      ******************************************************************
      *
           MOVE ZEROS                  TO WS-IDX-ACHOU.
      *
           IF WS-COD-SOLIC             NUMERIC AND
              WS-COD-SOLIC             GREATER ZEROS
               MOVE WS-COD-SOLIC       TO VC-COD-SOLIC
               READ SYS091
               EVALUATE TRUE
                   WHEN CN-SYS091-OK
                   WHEN CN-SYS091-DPL
                       MOVE ZEROS      TO WS-IDX-CC
                       PERFORM UNTIL WS-IDX-CC
                                       GREATER OR EQUAL WS-CT-CENTROS
                                  OR WS-IDX-ACHOU GREATER ZEROS
                           ADD 1       TO WS-IDX-CC
                           IF TC-CD-CCUSTO (WS-IDX-CC)
                                       EQUAL VC-CD-CCUSTO
                               MOVE WS-IDX-CC
                                       TO WS-IDX-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN CN-SYS091-NOK
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS091
                                       TO WS-RETCOD-915
                       MOVE WS-MSGARQ-915
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       RTLOCALIZAR-CENTRO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LEITURA DO ARQUIVO DE INTERFACE SYS050          *
      ******************************************************************
       RTLER-SYS050                    SECTION.
           IF CN-REGISTRO-OK
               PERFORM RTVALIDAR-SOLIC
           END-IF.
      *
           IF CN-REGISTRO-OK           AND
              HD-TIPO-SERV             NOT EQUAL SPACES
               PERFORM RTVALIDAR-TIPO
           END-IF.
      *
      ******************************************************************
       RTVALIDAR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O TIPO DE SERVICO NO CATALOGO (ATV85)   *
      *    TIPO EM BRANCO ENTRA SEM CLASSIFICACAO; PRIORIDADE EM       *
      *    BRANCO ASSUME A PRIORIDADE PADRAO DO TIPO                   *
      ******************************************************************
       RTVALIDAR-TIPO                  SECTION.
      ******************************************************************
      *
           SET TP-FN-VALIDAR           TO TRUE.
      *
           MOVE ZEROS                  TO TP-SS
                                          TP-ST.
           MOVE HD-TIPO-SERV           TO TP-COD-TIPO.
           MOVE HD-HR-ESFORCO          TO TP-HR-ESFORCO.
      *
           CALL WS-ATV85               USING WS-COMANDO-TIPO.
      *
           EVALUATE TRUE
               WHEN TP-RET-OK
                   IF HD-PRIORIDADE    EQUAL SPACES
                       MOVE TP-PRIORIDADE
                                       TO HD-PRIORIDADE
                   END-IF
               WHEN TP-RET-INATIVO
                   SET CN-REGISTRO-NOK TO TRUE
                   MOVE 'TIPO DE SERVICO INATIVO NO CATALOGO'
                                       TO WS-MOTIVO-REJ
               WHEN TP-RET-INEXISTENTE
                   SET CN-REGISTRO-NOK TO TRUE
                   MOVE 'TIPO DE SERVICO NAO CADASTRADO'
                                       TO WS-MOTIVO-REJ
               WHEN OTHER
                   SET CN-REGISTRO-NOK TO TRUE
                   MOVE 'ERRO NO ACESSO AO CATALOGO SYS126'
                                       TO WS-MOTIVO-REJ
           END-EVALUATE.
      *
      ******************************************************************
       RTVALIDAR-TIPO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VALIDAR O SOLICITANTE (CODIGO OU NOME)          *
      ******************************************************************
       RTVALIDAR-SOLIC                 SECTION.
           WRITE FD-SYS010             FROM WS-SYS010.
      *
           PERFORM UNTIL NOT CN-SYS010-LOCKED OR
                         WS-CT-RETRY-SYS010 GREATER OR EQUAL
                                       WS-MAX-RETRY-SYS010
               ADD 1                   TO WS-CT-RETRY-SYS010
               WRITE FD-SYS010         FROM WS-SYS010
           END-PERFORM.
               WHEN CN-SYS010-DPL
                   ADD 1               TO AC-INCLUIDOS
                   PERFORM RTGRAVAR-RETORNO
                   PERFORM RTGRAVAR-TRANSICAO
                   IF HD-TIPO-SERV     NOT EQUAL SPACES
                       PERFORM RTCLASSIFICAR-TIPO
                   END-IF
                   PERFORM RTSUBMETER-ALCADA
                   IF WS-CT-CENTROS    GREATER ZEROS
                       PERFORM RTVERIFICAR-FRANQUIA
                   END-IF
                   PERFORM RTVERIFICAR-DUPLICIDADE
               WHEN CN-SYS010-DUP
                   SET CN-REGISTRO-NOK TO TRUE
                   MOVE 'CHAVE SS/ST JA EXISTE NO SYS010'
       RTINCLUIR-EXIT.                 EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O TIPO DE SERVICO DA ATIVIDADE INCLUIDA  *
      *    (ATV85/SYS127) E GUARDAR O ESFORCO FORA DA FAIXA PADRAO     *
      ******************************************************************
       RTCLASSIFICAR-TIPO              SECTION.
      ******************************************************************
      *
           SET TP-FN-CLASSIFICAR       TO TRUE.
      *
           MOVE WS-SS                  TO TP-SS.
           MOVE WS-ST                  TO TP-ST.
           MOVE HD-TIPO-SERV           TO TP-COD-TIPO.
           MOVE WS-HR-ESFORCO          TO TP-HR-ESFORCO.
           MOVE 'I'                    TO TP-ORIGEM.
           MOVE 'ATV14   '             TO TP-OPERADOR.
      *
           CALL WS-ATV85               USING WS-COMANDO-TIPO.
      *
           IF NOT TP-RET-OK
               MOVE WS-MSGARQ-919      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
           IF NOT TP-ESF-DENTRO
               ADD 1                   TO AC-FORA-FAIXA
               IF WS-CT-FAIXA          LESS 200
                   ADD 1               TO WS-CT-FAIXA
                   MOVE WS-SS          TO TE-SS         (WS-CT-FAIXA)
                   MOVE WS-ST          TO TE-ST         (WS-CT-FAIXA)
                   MOVE TP-COD-TIPO    TO TE-COD-TIPO   (WS-CT-FAIXA)
                   MOVE TP-HR-ESFORCO  TO TE-HR-ESFORCO (WS-CT-FAIXA)
                   MOVE TP-ESF-MINIMO  TO TE-ESF-MINIMO (WS-CT-FAIXA)
                   MOVE TP-ESF-MAXIMO  TO TE-ESF-MAXIMO (WS-CT-FAIXA)
                   MOVE TP-FAIXA       TO TE-FAIXA      (WS-CT-FAIXA)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCLASSIFICAR-TIPO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA VERIFICAR SE O CENTRO DO SOLICITANTE JA ESTA    *
      *    COM A FRANQUIA ANUAL CONSUMIDA (REALIZADO + COMPROMETIDO)   *
      ******************************************************************
       RTVERIFICAR-FRANQUIA            SECTION.
      ******************************************************************
      *
           PERFORM RTLOCALIZAR-CENTRO.
      *
           IF WS-IDX-ACHOU             GREATER ZEROS
               IF TC-HR-CONSUMIDA (WS-IDX-ACHOU)
                                       NOT LESS
                  TC-HR-CONTRATADA (WS-IDX-ACHOU)
                   ADD 1               TO AC-ACIMA-FRANQUIA
                   IF WS-CT-ACIMA      LESS 200
                       ADD 1           TO WS-CT-ACIMA
                       MOVE WS-SS      TO TF-SS        (WS-CT-ACIMA)
                       MOVE WS-ST      TO TF-ST        (WS-CT-ACIMA)
                       MOVE WS-COD-SOLIC
                                       TO TF-COD-SOLIC (WS-CT-ACIMA)
                       MOVE WS-NM-SOLIC
                                       TO TF-NM-SOLIC  (WS-CT-ACIMA)
                       MOVE TC-CD-CCUSTO (WS-IDX-ACHOU)
                                       TO TF-CD-CCUSTO (WS-CT-ACIMA)
                       MOVE TC-HR-CONTRATADA (WS-IDX-ACHOU)
                                       TO TF-HR-CONTRATADA
                                                       (WS-CT-ACIMA)
                       MOVE TC-HR-CONSUMIDA (WS-IDX-ACHOU)
                                       TO TF-HR-CONSUMIDA
                                                       (WS-CT-ACIMA)
                   END-IF
               END-IF
      *        A NOVA ATIVIDADE PASSA A COMPROMETER A FRANQUIA.
               IF WS-HR-ESFORCO        NUMERIC
                   ADD WS-HR-ESFORCO   TO TC-HR-CONSUMIDA
                                                       (WS-IDX-ACHOU)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-FRANQUIA-EXIT.      EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CARREGAR AS ATIVIDADES NAO ENCERRADAS DO        *
      *    SYS010 PARA A VERIFICACAO DE DUPLICIDADE                    *
      ******************************************************************
       RTCARREGAR-ABERTAS              SECTION.
      ******************************************************************
      *
           MOVE LOW-VALUES             TO FD-STATUS.
      *
           START SYS010 KEY IS GREATER THAN OR
                               EQUAL FD-STATUS
               INVALID KEY
                   SET CN-SYS010-EOF   TO TRUE
           END-START.
      *
           PERFORM UNTIL CN-SYS010-EOF
               READ SYS010 NEXT        INTO WS-SYS010
               EVALUATE TRUE
                   WHEN CN-SYS010-OK
                   WHEN CN-SYS010-DPL
                       IF WS-STATUS        GREATER '3'
                           SET CN-SYS010-EOF
                                       TO TRUE
                       ELSE
                           PERFORM RTGUARDAR-ABERTA
                       END-IF
                   WHEN CN-SYS010-EOF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-STATUS-SYS010
                                       TO WS-RETCOD-901
                       MOVE WS-MSGARQ-901
                                       TO WS-MSG
                       PERFORM RTCANCELAR
               END-EVALUATE
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-STATUS-SYS010.
      *
      ******************************************************************
       RTCARREGAR-ABERTAS-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GUARDAR A ATIVIDADE DE WS-SYS010 NA TABELA DE   *
      *    COMPARACAO (RECEBIMENTO INVALIDO NAO E COMPARADO)           *
      ******************************************************************
       RTGUARDAR-ABERTA                SECTION.
      ******************************************************************
      *
           IF WS-DT-RECEB              NUMERIC
               IF WS-CT-ATV            LESS 5000
                   ADD 1               TO WS-CT-ATV
                   MOVE WS-DT-RECEB    TO WS-DT-CALC
                   PERFORM RTCALC-JULIANO
                   MOVE WS-JULIANO     TO TD-JULIANO   (WS-CT-ATV)
                   MOVE WS-SS          TO TD-SS        (WS-CT-ATV)
                   MOVE WS-ST          TO TD-ST        (WS-CT-ATV)
                   MOVE WS-DT-RECEB    TO TD-DT-RECEB  (WS-CT-ATV)
                   MOVE WS-COD-SOLIC   TO TD-COD-SOLIC (WS-CT-ATV)
                   MOVE WS-NM-SOLIC    TO TD-NM-SOLIC  (WS-CT-ATV)
                   MOVE WS-SIGL-SIST   TO TD-SIGL-SIST (WS-CT-ATV)
                   MOVE WS-NM-PGM      TO TD-NM-PGM    (WS-CT-ATV)
                   MOVE WS-NM-MOD      TO TD-NM-MOD    (WS-CT-ATV)
                   MOVE WS-OBS         TO TD-OBS       (WS-CT-ATV)
               ELSE
                   SET CN-TAB-DUPL-CHEIA
                                       TO TRUE
               END-IF
           END-IF.
      *
      ******************************************************************
       RTGUARDAR-ABERTA-EXIT.          EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA CALCULAR O DIA JULIANO (ANO COMERCIAL)          *
      ******************************************************************
       RTCALC-JULIANO                  SECTION.
      ******************************************************************
      *
           COMPUTE WS-JULIANO          = WS-ANO-CALC * 360 +
                                         WS-MES-CALC * 30  +
                                         WS-DIA-CALC.
      *
      ******************************************************************
       RTCALC-JULIANO-EXIT.            EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COMPARAR A ATIVIDADE INCLUIDA COM AS ABERTAS    *
      *    (REGRA DO ATV80) - A INCLUIDA ENTRA NA TABELA EM SEGUIDA    *
      ******************************************************************
       RTVERIFICAR-DUPLICIDADE         SECTION.
      ******************************************************************
      *
           IF WS-DT-RECEB              NUMERIC
               MOVE WS-DT-RECEB        TO WS-DT-CALC
               PERFORM RTCALC-JULIANO
               MOVE WS-DUPL-JANELA     TO CS-JANELA-DIAS
               MOVE WS-DUPL-PONTOS     TO CS-PONTOS-MIN
               MOVE WS-SS              TO CS-SS-B
               MOVE WS-ST              TO CS-ST-B
               MOVE WS-COD-SOLIC       TO CS-COD-SOLIC-B
               MOVE WS-NM-SOLIC        TO CS-NM-SOLIC-B
               MOVE WS-SIGL-SIST       TO CS-SIGL-SIST-B
               MOVE WS-NM-PGM          TO CS-NM-PGM-B
               MOVE WS-NM-MOD          TO CS-NM-MOD-B
               MOVE WS-DT-RECEB        TO CS-DT-RECEB-B
               MOVE WS-OBS             TO CS-OBS-B
               MOVE ZEROS              TO WS-IDX-ATV
               PERFORM UNTIL WS-IDX-ATV
                                       GREATER OR EQUAL WS-CT-ATV
                   ADD 1               TO WS-IDX-ATV
                   COMPUTE WS-DIF-DIAS = WS-JULIANO
                                       - TD-JULIANO (WS-IDX-ATV)
                   IF WS-DIF-DIAS      NOT GREATER WS-DUPL-JANELA AND
                      WS-DIF-DIAS      NOT LESS    (0 - WS-DUPL-JANELA)
                       PERFORM RTCOMPARAR-ABERTA
                   END-IF
               END-PERFORM
               PERFORM RTGUARDAR-ABERTA
           END-IF.
      *
      ******************************************************************
       RTVERIFICAR-DUPLICIDADE-EXIT.   EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA COMPARAR A INCLUIDA COM UMA ABERTA DA TABELA E  *
      *    REGISTRAR O PAR SUSPEITO NO SYS122 (A ABERTA TEM SEMPRE A   *
      *    MENOR CHAVE, POIS A INCLUIDA RECEBE O PROXIMO SS)           *
      ******************************************************************
       RTCOMPARAR-ABERTA               SECTION.
      ******************************************************************
      *
           MOVE TD-SS        (WS-IDX-ATV) TO CS-SS-A.
           MOVE TD-ST        (WS-IDX-ATV) TO CS-ST-A.
           MOVE TD-COD-SOLIC (WS-IDX-ATV) TO CS-COD-SOLIC-A.
           MOVE TD-NM-SOLIC  (WS-IDX-ATV) TO CS-NM-SOLIC-A.
           MOVE TD-SIGL-SIST (WS-IDX-ATV) TO CS-SIGL-SIST-A.
           MOVE TD-NM-PGM    (WS-IDX-ATV) TO CS-NM-PGM-A.
           MOVE TD-NM-MOD    (WS-IDX-ATV) TO CS-NM-MOD-A.
           MOVE TD-DT-RECEB  (WS-IDX-ATV) TO CS-DT-RECEB-A.
           MOVE TD-OBS       (WS-IDX-ATV) TO CS-OBS-A.
      *
           CALL WS-ATV80               USING WS-COMANDO-DUPL.
      *
           IF CS-RET-SUSPEITO
               ADD 1                   TO AC-SUSPEITAS
               PERFORM RTGRAVAR-SUSPEITA
               IF WS-CT-SUSP           LESS 200
                   ADD 1               TO WS-CT-SUSP
                   MOVE CS-SS-B        TO TU-SS-NOVA    (WS-CT-SUSP)
                   MOVE CS-ST-B        TO TU-ST-NOVA    (WS-CT-SUSP)
                   MOVE CS-SS-A        TO TU-SS-SUSP    (WS-CT-SUSP)
                   MOVE CS-ST-A        TO TU-ST-SUSP    (WS-CT-SUSP)
                   MOVE CS-PONTOS      TO TU-PONTOS     (WS-CT-SUSP)
                   MOVE CS-CRIT-SOLIC  TO TU-CRIT-SOLIC (WS-CT-SUSP)
                   MOVE CS-CRIT-SIST   TO TU-CRIT-SIST  (WS-CT-SUSP)
                   MOVE CS-CRIT-PGM    TO TU-CRIT-PGM   (WS-CT-SUSP)
                   MOVE CS-CRIT-DIAS   TO TU-CRIT-DIAS  (WS-CT-SUSP)
                   MOVE CS-CRIT-OBS    TO TU-CRIT-OBS   (WS-CT-SUSP)
                   MOVE CS-NM-SOLIC-B  TO TU-NM-SOLIC   (WS-CT-SUSP)
               END-IF
           END-IF.
      *
      ******************************************************************
       RTCOMPARAR-ABERTA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR O PAR SUSPEITO PENDENTE NO SYS122        *
      ******************************************************************
       RTGRAVAR-SUSPEITA               SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO DU-SYS122.
      *
           MOVE CS-SS-A                TO DU-SS-A.
           MOVE CS-ST-A                TO DU-ST-A.
           MOVE CS-SS-B                TO DU-SS-B.
           MOVE CS-ST-B                TO DU-ST-B.
           MOVE CS-PONTOS              TO DU-PONTOS.
           MOVE CS-CRIT-SOLIC          TO DU-CRIT-SOLIC.
           MOVE CS-CRIT-SIST           TO DU-CRIT-SIST.
           MOVE CS-CRIT-PGM            TO DU-CRIT-PGM.
           MOVE CS-CRIT-DIAS           TO DU-CRIT-DIAS.
           MOVE CS-CRIT-OBS            TO DU-CRIT-OBS.
           SET DU-PAR-PENDENTE         TO TRUE.
           SET DU-ORIG-IMPORTACAO      TO TRUE.
           MOVE WS-DT-HOJE-8           TO DU-DT-DETECCAO.
           MOVE 'ATV14   '             TO DU-OPERADOR.
      *
           WRITE DU-SYS122.
      *
           IF CN-SYS122-OK             OR CN-SYS122-DPL OR
              CN-SYS122-DUP
               CONTINUE
           ELSE
               MOVE WS-STATUS-SYS122   TO WS-RETCOD-918
               MOVE WS-MSGARQ-918      TO WS-MSG
               PERFORM RTCANCELAR
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SUSPEITA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A REFERENCIA CRUZADA E O EVENTO DE       *
      *    IMPORTACAO QUE ALIMENTAM O RETORNO AO HELP-DESK             *
      ******************************************************************
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           IF AC-ACIMA-FRANQUIA        GREATER ZEROS
               PERFORM RTGRAVAR-SYS052-FRANQUIA
           END-IF.
      *
           IF AC-SUSPEITAS             GREATER ZEROS OR
              CN-TAB-DUPL-CHEIA
               PERFORM RTGRAVAR-SYS052-SUSPEITAS
           END-IF.
      *
           IF AC-FORA-FAIXA            GREATER ZEROS
               PERFORM RTGRAVAR-SYS052-FAIXA
           END-IF.
      *
           IF CN-SYS052-OK
               CONTINUE
       RTGRAVAR-SYS052-EXIT.           EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR NO SYS052 AS ATIVIDADES INCLUIDAS PARA   *
      *    CENTRO DE CUSTO COM A FRANQUIA ANUAL JA CONSUMIDA           *
      ******************************************************************
       RTGRAVAR-SYS052-FRANQUIA        SECTION.
      ******************************************************************
      *
           MOVE AC-ACIMA-FRANQUIA      TO WS-ACIMA-ED.
      *
           MOVE SPACES                 TO FD-SYS052.
      *
           WRITE FD-SYS052.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '     ACIMA DA FRANQUIA....: '
                  WS-ACIMA-ED          DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           MOVE SPACES                 TO FD-SYS052.
      *
           WRITE FD-SYS052.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '     SS     ST     SOLIC. NOME'
                  '                            C.CUST'
                  '  CONTRAT.  CONSUMO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           MOVE ZEROS                  TO WS-IDX-ACIMA.
      *
           PERFORM UNTIL WS-IDX-ACIMA  GREATER OR EQUAL WS-CT-ACIMA
               ADD 1                   TO WS-IDX-ACIMA
               MOVE TF-HR-CONTRATADA (WS-IDX-ACIMA)
                                       TO WS-HORAS-ED
               MOVE TF-HR-CONSUMIDA  (WS-IDX-ACIMA)
                                       TO WS-HORAS-ED2
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     '  TF-SS        (WS-IDX-ACIMA)
                      ' '      TF-ST        (WS-IDX-ACIMA)
                      ' '      TF-COD-SOLIC (WS-IDX-ACIMA)
                      '  '     TF-NM-SOLIC  (WS-IDX-ACIMA)
                      ' '      TF-CD-CCUSTO (WS-IDX-ACIMA)
                      '  '     WS-HORAS-ED
                      '  '     WS-HORAS-ED2
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-PERFORM.
      *
           IF AC-ACIMA-FRANQUIA        GREATER WS-CT-ACIMA
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     (LISTAGEM LIMITADA AOS 200 PRIMEIROS CASOS)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS052-FRANQUIA-EXIT.  EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR NO SYS052 OS PARES SUSPEITOS DE          *
      *    DUPLICIDADE ENCONTRADOS NA IMPORTACAO                       *
      ******************************************************************
       RTGRAVAR-SYS052-SUSPEITAS       SECTION.
      ******************************************************************
      *
           MOVE AC-SUSPEITAS           TO WS-SUSPEITAS-ED.
      *
           MOVE SPACES                 TO FD-SYS052.
      *
           WRITE FD-SYS052.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '     SUSPEITAS DE DUPLICIDADE: '
                  WS-SUSPEITAS-ED
                  '  (PENDENTES NO SYS122 - DECISAO NO ATV81)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           MOVE SPACES                 TO FD-SYS052.
      *
           WRITE FD-SYS052.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '     INCLUIDA      SUSPEITA DE   PTS S I PG DIAS'
                  ' OBS  SOLICITANTE'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           MOVE ZEROS                  TO WS-IDX-SUSP.
      *
           PERFORM UNTIL WS-IDX-SUSP   GREATER OR EQUAL WS-CT-SUSP
               ADD 1                   TO WS-IDX-SUSP
               MOVE TU-PONTOS    (WS-IDX-SUSP)
                                       TO WS-PONTOS-ED
               MOVE TU-CRIT-DIAS (WS-IDX-SUSP)
                                       TO WS-DIAS-ED
               MOVE TU-CRIT-OBS  (WS-IDX-SUSP)
                                       TO WS-OBS-ED
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     '  TU-SS-NOVA    (WS-IDX-SUSP)
                      '/'      TU-ST-NOVA    (WS-IDX-SUSP)
                      '  '     TU-SS-SUSP    (WS-IDX-SUSP)
                      '/'      TU-ST-SUSP    (WS-IDX-SUSP)
                      '  '     WS-PONTOS-ED
                      ' '      TU-CRIT-SOLIC (WS-IDX-SUSP)
                      ' '      TU-CRIT-SIST  (WS-IDX-SUSP)
                      ' '      TU-CRIT-PGM   (WS-IDX-SUSP)
                      '  '     WS-DIAS-ED
                      '  '     WS-OBS-ED
                      '  '     TU-NM-SOLIC   (WS-IDX-SUSP)
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-PERFORM.
      *
           IF AC-SUSPEITAS             GREATER WS-CT-SUSP
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     (LISTAGEM LIMITADA AOS 200 PRIMEIROS PARES)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-IF.
      *
           IF CN-TAB-DUPL-CHEIA
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     (COMPARACAO LIMITADA A 5000 ATIVIDADES '
                      'ABERTAS)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS052-SUSPEITAS-EXIT. EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA LISTAR NO SYS052 AS ATIVIDADES INCLUIDAS COM    *
      *    ESFORCO FORA DA FAIXA PADRAO DO TIPO DE SERVICO (SYS126)    *
      ******************************************************************
       RTGRAVAR-SYS052-FAIXA           SECTION.
      ******************************************************************
      *
           MOVE AC-FORA-FAIXA          TO WS-FORA-FAIXA-ED.
      *
           MOVE SPACES                 TO FD-SYS052.
      *
           WRITE FD-SYS052.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '     ESFORCO FORA DA FAIXA DO TIPO: '
                  WS-FORA-FAIXA-ED
                  '  (AVISO - ATIVIDADES INCLUIDAS NORMALMENTE)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           MOVE SPACES                 TO FD-SYS052.
      *
           WRITE FD-SYS052.
      *
           MOVE SPACES                 TO WS-LINHA-REL.
      *
           STRING '     SS     ST     TIPO  ESFORCO  FAIXA PADRAO'
                  '  SITUACAO'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL.
      *
           WRITE FD-SYS052             FROM WS-LINHA-REL.
      *
           MOVE ZEROS                  TO WS-IDX-FAIXA.
      *
           PERFORM UNTIL WS-IDX-FAIXA  GREATER OR EQUAL WS-CT-FAIXA
               ADD 1                   TO WS-IDX-FAIXA
               MOVE TE-HR-ESFORCO (WS-IDX-FAIXA)
                                       TO WS-ESF-ED
               MOVE TE-ESF-MINIMO (WS-IDX-FAIXA)
                                       TO WS-ESF-MIN-ED
               MOVE TE-ESF-MAXIMO (WS-IDX-FAIXA)
                                       TO WS-ESF-MAX-ED
               IF TE-FAIXA (WS-IDX-FAIXA)
                                       EQUAL 'B'
                   MOVE 'ABAIXO'       TO WS-TX-FAIXA
               ELSE
                   MOVE 'ACIMA '       TO WS-TX-FAIXA
               END-IF
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     '  TE-SS       (WS-IDX-FAIXA)
                      ' '      TE-ST       (WS-IDX-FAIXA)
                      ' '      TE-COD-TIPO (WS-IDX-FAIXA)
                      '     '  WS-ESF-ED
                      '      '  WS-ESF-MIN-ED
                      ' A '    WS-ESF-MAX-ED
                      '     '  WS-TX-FAIXA
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-PERFORM.
      *
           IF AC-FORA-FAIXA            GREATER WS-CT-FAIXA
               MOVE SPACES             TO WS-LINHA-REL
               STRING '     (LISTAGEM LIMITADA AOS 200 PRIMEIROS CASOS)'
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-REL
               WRITE FD-SYS052         FROM WS-LINHA-REL
           END-IF.
      *
      ******************************************************************
       RTGRAVAR-SYS052-FAIXA-EXIT.     EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA GRAVAR A MUDANCA DE STATUS NA TRILHA SYS088     *
      ******************************************************************
       RTGRAVAR-TRANSICAO              SECTION.
      ******************************************************************
      *
           MOVE SPACES                 TO TS-SYS088.
      *
           MOVE WS-SS                  TO TS-SS.
           MOVE WS-ST                  TO TS-ST.
           MOVE SPACES                 TO TS-STATUS-DE.
           MOVE WS-STATUS              TO TS-STATUS-PARA.
      *
           STRING WS-ANO WS-MES WS-DIA
                                       DELIMITED BY SIZE
                                       INTO TS-DT-TRANS.
           ACCEPT TS-HR-TRANS          FROM TIME.
      *
           MOVE 'ATV14   '             TO TS-OPERADOR.
           MOVE 'ATV14'                TO TS-PROGRAMA.
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
      ******************************************************************
       RTGRAVAR-TRANSICAO-EXIT.        EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA SUBMETER A ATIVIDADE INCLUIDA A ALCADA DE       *
      *    APROVACAO DE ESFORCO (ATV63)                                *
      ******************************************************************
       RTSUBMETER-ALCADA               SECTION.
      ******************************************************************
      *
           SET AV-FN-AVALIAR           TO TRUE.
      *
           MOVE WS-SS                  TO AV-SS.
           MOVE WS-ST                  TO AV-ST.
           MOVE WS-SIGL-SIST           TO AV-SIGL-SIST.
           MOVE WS-PRIORIDADE          TO AV-PRIORIDADE.
           MOVE 'ATV14   '             TO AV-OPERADOR.
      *
           IF WS-HR-ESFORCO            NUMERIC
               MOVE WS-HR-ESFORCO      TO AV-HR-ESFORCO
           ELSE
               MOVE ZEROS              TO AV-HR-ESFORCO
           END-IF.
      *
           CALL WS-ATV63               USING WS-COMANDO-APROV.
      *
           IF AV-RET-PENDENTE
               ADD 1                   TO AC-AGUARD-APROV
           END-IF.
      *
      ******************************************************************
       RTSUBMETER-ALCADA-EXIT.         EXIT.
      ******************************************************************
      ******************************************************************
      *    ROTINA PARA FECHAMENTO DE ARQUIVOS                          *
      ******************************************************************
       RTFECHAR                        SECTION.
                 SYS051
                 SYS052
                 SYS056
                 SYS057
                 SYS088
                 SYS122.
      *
           IF CN-SYS041-ABERTO
               CLOSE SYS041
           END-IF.
      *
           IF CN-SYS091-ABERTO
               CLOSE SYS091
           END-IF.
      *
           IF CN-SYS010-OK              AND
              CN-SYS050-OK              AND
                 SYS051
                 SYS052
                 SYS056
                 SYS057
                 SYS088
                 SYS122.
      *
           IF CN-SYS041-ABERTO
               CLOSE SYS041
           END-IF.
      *
           IF CN-SYS091-ABERTO
               CLOSE SYS091
           END-IF.
      *
           PERFORM RTFINALIZAR.
      *
           MOVE AC-LIDOS                TO WS-LIDOS-ED.
           MOVE AC-INCLUIDOS            TO WS-INCLUIDOS-ED.
           MOVE AC-REJEITADOS           TO WS-REJEITADOS-ED.
           MOVE AC-ACIMA-FRANQUIA       TO WS-ACIMA-ED.
           MOVE AC-AGUARD-APROV         TO WS-AGUARD-ED.
           MOVE AC-SUSPEITAS            TO WS-SUSPEITAS-ED.
           MOVE AC-FORA-FAIXA           TO WS-FORA-FAIXA-ED.
      *
           DISPLAY SC-SCREEN.
      *
